      *    BARRER TODA LA HISTORIA, Y DESAPARECE EL TECHO DE 2000
      *    MOVIMIENTOS EN MEMORIA. LA IMAGEN VIEJA SE MIGRA UNA UNICA
      *    VEZ CON MOVHCONV.
      *    MH-TIPO 'C' ES UNA COMISION DE MANTENIMIENTO DEBITADA POR
      *    COMISION (DEBITA EL SALDO COMO UNA 'E', PERO NO ES UN RETIRO
      *    DEL CLIENTE NI CUENTA COMO ACTIVIDAD). SUS REFERENCIAS NO
      *    VIENEN DE MOVDIA.DAT: SALEN DE UN RANGO RESERVADO PARA QUE
      *    NUNCA CHOQUEN CON LAS DE LAS SUCURSALES.
      *    MH-TIPO 'F' ES LA CONSTITUCION DE UN PLAZO FIJO (DEBITA LA
      *    CUENTA DE FONDEO) Y MH-TIPO 'V' SU VENCIMIENTO (ACREDITA
      *    CAPITAL Y/O INTERES NETO DE RETENCION). LOS GRABA PLAZOFIJ Y
      *    NO SE REVERSAN POR MOVDIA.DAT. EL VENCIMIENTO LO DISPARA EL
      *    BANCO: NO CUENTA COMO ACTIVIDAD DEL CLIENTE.
      *    MH-TIPO 'L' ES EL INTERES NETO DEL MES HASTA LA FECHA QUE SE
      *    ACREDITA AL CERRAR UNA CUENTA Y MH-TIPO 'K' LAS COMISIONES
      *    PENDIENTES QUE SE LE DEBITAN EN EL MISMO CIERRE. LOS GRABA
      *    CIERCTA JUNTO CON EL PAGO DEL SALDO (UNA 'E' EN LA CUENTA Y,
      *    SI ES POR TRANSFERENCIA, UNA 'D' EN LA CUENTA DESTINO CON LA
      *    MISMA REFERENCIA). NO SE REVERSAN POR MOVDIA.DAT NI CUENTAN
      *    COMO ACTIVIDAD DEL CLIENTE.
      *    MH-TIPO 'Q' ES UN DEPOSITO DE CHEQUE (ACREDITA COMO UNA 'D';
      *    EL IMPORTE NO ES DISPONIBLE MIENTRAS SIGA PENDIENTE EN
      *    CHQCANJ.DAT) Y MH-TIPO 'G' EL GASTO POR CHEQUE DEVUELTO
      *    (DEBITA COMO UNA 'E'). EL REVERSO DE UNA 'Q' Y LA 'G' LOS
      *    GENERA SOLO CANJE; LA 'G' NO CUENTA COMO ACTIVIDAD DEL
      *    CLIENTE.
      *    RANGOS DE MH-REFERENCIA RESERVADOS A PROCESOS INTERNOS:
      *      900000001-909999999  MIGRACION DE MOVHCONV
      *      910000000-919999999  COMISIONES (CONTROL COMICTL.DAT)
      *      920000000-929999999  ORDENES PERMANENTES (ORDPERM, CONTROL
      *                           ORDCTL.DAT; ENTRAN POR MOVDIA.DAT)
      *      930000000-939999999  PLAZOS FIJOS (PLAZOFIJ, CONTROL
      *                           PFCTL.DAT)
      *      940000000-949999999  CAPTURA EN LINEA DE CAJA (CAPTMOV,
      *                           CONTROL CAPCTL.DAT; ENTRAN POR
      *                           MOVDIA.DAT)
      *      950000000-959999999  CIERRES DE CUENTA (CIERCTA, CONTROL
      *                           CIECTL.DAT)
      *      960000000-969999999  CHEQUES DEVUELTOS (CANJE, CONTROL
      *                           CANJCTL.DAT; ENTRAN POR MOVDIA.DAT)
      *      970000000-979999999  PARTIDAS EN SUSPENSO REASIGNADAS
      *                           (SUSPENSO, CONTROL SUSCTL.DAT; ENTRAN
      *                           POR MOVDIA.DAT)
      ******************************************************************
           05 MH-FECHA-PROCESO      PIC 9(08).
           05 MH-PAIS               PIC X(03).
