      ******************************************************************
      *    LAYOUT DEL MAESTRO DE PLAZOS FIJOS (PLAZOS.DAT, INDEXED,
      *    CLAVE PF-CLAVE-PLAZO = PAIS + SUCURSAL + NUMERO DE PLAZO).
      *    CADA PLAZO ESTA ATADO A UNA CUENTA A LA VISTA DE CUENTAS.TXT
      *    DE LA MISMA SUCURSAL (PF-NUM-CUENTA): LA CONSTITUCION LA
      *    DEBITA Y EL VENCIMIENTO LE ACREDITA CAPITAL MAS INTERES NETO
      *    DE RETENCION, AMBOS CON REGISTRO EN MOVHIST.DAT (MH-TIPO 'F'
      *    Y 'V'). LO MANTIENE PLAZOFIJ.
      *      PF-TASA                 TASA NOMINAL ANUAL EN PORCIENTO
      *                              (PFTASA.DAT AL CONSTITUIR O
      *                              RENOVAR); INTERES = CAPITAL * TASA
      *                              / 100 * DIAS / 365
      *      PF-FECHA-ALTA           INICIO DEL PERIODO VIGENTE (LA
      *                              CONSTITUCION O LA ULTIMA
      *                              RENOVACION)
      *      PF-FECHA-VTO            ALTA + PLAZO EN DIAS
      *      PF-FECHA-PAGO           VENCIMIENTO CORRIDO AL PRIMER DIA
      *                              HABIL DEL PAIS (CALENDAR.DAT); EL
      *                              INTERES CORRE HASTA ESTA FECHA
      *      PF-INSTRUCCION          'P' PAGAR AL VENCIMIENTO / 'C'
      *                              RENOVAR EL CAPITAL Y ACREDITAR EL
      *                              INTERES / 'T' RENOVAR CAPITAL MAS
      *                              INTERES
      *      PF-ULT-...              ULTIMO MOVIMIENTO DE CUENTA QUE
      *                              GENERO EL PLAZO; EL MAESTRO SE
      *                              GRABA ANTES QUE LA CUENTA Y LA
      *                              HISTORIA, ASI LA RECORRIDA DE UNA
      *                              NOCHE QUE ABORTO COMPLETA LO QUE
      *                              FALTE
      *      PF-LINEA-SOLICITUD      LINEA DE PFSOLIC.DAT QUE LO
      *                              CONSTITUYO
      *      PF-ULT-DETALLE          DATOS DE LA LINEA DE PLAZDET.DAT
      *                              DE LA ULTIMA OPERACION (VER
      *                              PLAZDETC.CPY): SE GRABAN CON EL
      *                              MAESTRO PARA QUE LA RECORRIDA
      *                              PUEDA REPONER LA LINEA QUE FALTE
      ******************************************************************
           05 PF-CLAVE-PLAZO.
               10 PF-PAIS             PIC X(03).
               10 PF-SUCURSAL         PIC 9(02).
               10 PF-NUM-PLAZO        PIC 9(08).
           05 PF-NUM-CUENTA           PIC 9(10).
           05 PF-NUM-CLIENTE          PIC 9(08).
           05 PF-MONEDA               PIC X(03).
           05 PF-CAPITAL              PIC 9(07)V99.
           05 PF-TASA                 PIC 9(02)V9(04).
           05 PF-PLAZO-DIAS           PIC 9(04).
           05 PF-FECHA-CONSTITUCION   PIC 9(08).
           05 PF-FECHA-ALTA           PIC 9(08).
           05 PF-FECHA-VTO            PIC 9(08).
           05 PF-FECHA-PAGO           PIC 9(08).
           05 PF-INSTRUCCION          PIC X(01).
               88 PF-PAGAR                    VALUE 'P'.
               88 PF-RENUEVA-CAPITAL          VALUE 'C'.
               88 PF-RENUEVA-TOTAL            VALUE 'T'.
               88 PF-INSTRUCCION-VALIDA       VALUE 'P' 'C' 'T'.
           05 PF-ESTADO               PIC X(01).
               88 PF-VIGENTE                  VALUE 'V'.
               88 PF-PAGADO                   VALUE 'P'.
           05 PF-RENOVACIONES         PIC 9(03).
           05 PF-ULT-MOVIMIENTO.
               10 PF-ULT-TIPO         PIC X(01).
               10 PF-ULT-FECHA        PIC 9(08).
               10 PF-ULT-REFERENCIA   PIC 9(09).
               10 PF-ULT-IMPORTE      PIC 9(07)V99.
           05 PF-LINEA-SOLICITUD      PIC 9(06).
           05 PF-ULT-DETALLE.
               10 PF-DET-OPERACION    PIC X(01).
               10 PF-DET-CAPITAL      PIC 9(07)V99.
               10 PF-DET-TASA         PIC 9(02)V9(04).
               10 PF-DET-DIAS         PIC 9(05).
               10 PF-DET-INTERES      PIC 9(07)V99.
               10 PF-DET-RETENCION    PIC 9(07)V99.
               10 PF-DET-NETO         PIC 9(07)V99.
               10 PF-DET-IMPORTE-CTA  PIC 9(07)V99.
