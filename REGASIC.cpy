      ******************************************************************
      *    LAYOUT DE LAS REGLAS DE CONTABILIZACION POR FLUJO
      *    (REGASI.DAT), UNA LINEA POR FLUJO. LA USA ASIFLUJ PARA
      *    ASENTAR LOS MOVIMIENTOS DEL DIA Y LA VALIDA PREVALID.
      *    RA-FLUJO ES 'M' + MH-TIPO PARA LOS MOVIMIENTOS DE MOVHIST.DAT
      *    (UN REVERSO 'R' NETEA, CON SIGNO NEGATIVO, EN EL FLUJO DE SU
      *    MH-TIPO-ORIGINAL) O 'I' + CONCEPTO PARA LO QUE DEJA INTERES
      *    EN INTDET.DAT: 'IB' INTERES BRUTO, 'IR' RETENCION, O 'S' +
      *    CONCEPTO PARA LAS PARTIDAS EN SUSPENSO QUE ASIENTA SUSPENSO:
      *    'SA' ALTA DEL DEPOSITO RECHAZADO, 'SB' SU SALIDA (REASIGNADA,
      *    DEVUELTA O APLICADA), O 'P' + CONCEPTO PARA LO QUE DEJA
      *    PLAZOFIJ EN PLAZDET.DAT: 'PB' INTERES BRUTO, 'PR' RETENCION,
      *    'PN' NETO ACREDITADO EN LA CUENTA, 'PC' NETO CAPITALIZADO EN
      *    UNA RENOVACION TOTAL (EL 'MV' ES SOLO CAPITAL), O 'L' +
      *    CONCEPTO PARA LAS LIQUIDACIONES DE CIERRE DE CIERLIQ.DAT:
      *    'LB' INTERES BRUTO, 'LR' RETENCION (EL NETO ES EL 'ML').
      *    'PB'/'LB' ACREDITAN INTERESES A PAGAR Y 'PR', 'PN', 'PC' Y
      *    'LR'/'ML' LOS DEBITAN: LA CUENTA QUEDA EN CERO CADA DIA.
      *    CADA FLUJO SE ASIENTA DEBE A RUBRO-DEBE Y HABER A
      *    RUBRO-HABER; EL NIVEL DICE SI LA CUENTA DEL MAYOR ES LA DE
      *    LA SUCURSAL (RUBRO + PAIS + SUC) O LA DEL PAIS (SUC 00).
      ******************************************************************
           05 RA-FLUJO              PIC X(02).
           05 RA-RUBRO-DEBE         PIC X(02).
           05 RA-NIVEL-DEBE         PIC X(01).
               88 RA-DEBE-SUCURSAL             VALUE 'S'.
               88 RA-DEBE-PAIS                 VALUE 'P'.
           05 RA-RUBRO-HABER        PIC X(02).
           05 RA-NIVEL-HABER        PIC X(01).
               88 RA-HABER-SUCURSAL            VALUE 'S'.
               88 RA-HABER-PAIS                VALUE 'P'.
           05 RA-DESCRIPCION        PIC X(30).
