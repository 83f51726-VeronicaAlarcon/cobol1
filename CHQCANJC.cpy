      ******************************************************************
      *    LAYOUT DE LA CARTERA DE CHEQUES EN CANJE - ARCHIVO
      *    CHQCANJ.DAT (UN REGISTRO POR CHEQUE DEPOSITADO CON UN
      *    MOVIMIENTO TIPO 'Q'). LO AGREGA APLICMOV AL ACREDITAR EL
      *    DEPOSITO Y LO RESUELVE CANJE CON EL RESULTADO DE LA CAMARA
      *    COMPENSADORA (CANJRES.DAT). MIENTRAS EL CHEQUE ESTA
      *    PENDIENTE SU IMPORTE YA FORMA PARTE DE CTA-SALDO PERO NO ES
      *    DISPONIBLE: APLICMOV, CAPTMOV, CTADIR, COMISION Y PLAZOFIJ
      *    LO DESCUENTAN DEL DISPONIBLE IGUAL QUE UNA RETENCION DE
      *    RETENES.DAT.
      *    CQ-FECHA-DISPONIBLE ES LA FECHA EN QUE SE ESPERA EL
      *    RESULTADO: LA FECHA DE PROCESO DEL DEPOSITO MAS LOS DIAS
      *    HABILES DEL CICLO DE CANJE DEL PAIS/MONEDA (CANJPAR.DAT),
      *    SALTEANDO LOS FERIADOS DE CALENDAR.DAT. UN CHEQUE QUE LA
      *    PASA SIN RESULTADO SIGUE RETENIDO Y CANJE LO LISTA COMO
      *    VENCIDO.
      *    CQ-ESTADO: 'P' PENDIENTE, 'C' CONFIRMADO (FONDOS LIBERADOS),
      *    'D' DEVUELTO (CANJE GENERA EN MOVDIA.DAT EL REVERSO DEL
      *    DEPOSITO CON CQ-REF-REVERSO Y, SI EL PAIS/MONEDA COBRA
      *    GASTO, LA 'G' CON CQ-REF-GASTO). LOS RESUELTOS QUEDAN EN EL
      *    ARCHIVO HASTA LA CORRIDA DE CANJE SIGUIENTE A SU FECHA DE
      *    RESOLUCION, PARA QUE UNA RECORRIDA DEL MISMO DIA NO LOS
      *    VUELVA A PROCESAR.
      ******************************************************************
           05 CQ-PAIS               PIC X(03).
           05 CQ-SUCURSAL           PIC 9(02).
           05 CQ-NUM-CUENTA         PIC 9(10).
           05 CQ-REFERENCIA         PIC 9(09).
           05 CQ-FECHA-VALOR        PIC 9(08).
           05 CQ-MONEDA             PIC X(03).
           05 CQ-IMPORTE            PIC 9(07)V99.
           05 CQ-FECHA-DEPOSITO     PIC 9(08).
           05 CQ-FECHA-DISPONIBLE   PIC 9(08).
           05 CQ-ESTADO             PIC X(01).
               88 CQ-PENDIENTE                VALUE 'P'.
               88 CQ-CONFIRMADO               VALUE 'C'.
               88 CQ-DEVUELTO                 VALUE 'D'.
           05 CQ-FECHA-RESOLUCION   PIC 9(08).
           05 CQ-REF-REVERSO        PIC 9(09).
           05 CQ-REF-GASTO          PIC 9(09).
           05 CQ-IMPORTE-GASTO      PIC 9(05)V99.
           05 CQ-MOTIVO-DEVOLUCION  PIC X(30).
