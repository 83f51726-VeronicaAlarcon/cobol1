      ******************************************************************
      *    LAYOUT DEL DETALLE DE OPERACIONES DE PLAZOS FIJOS
      *    (PLAZDET.DAT, LINE SEQUENTIAL, UNA LINEA POR CONSTITUCION,
      *    PAGO O RENOVACION QUE HIZO PLAZOFIJ EN LA FECHA DE NEGOCIO).
      *    ES LA BASE PARA CONTABILIDAD Y PARA LA INFORMACION FISCAL
      *    DEL TITULAR: INTERES BRUTO, RETENCION (RETIMP.DAT) Y NETO.
      *      DP-OPERACION      'A' CONSTITUCION / 'P' PAGO AL
      *                        VENCIMIENTO / 'C' RENOVACION DEL
      *                        CAPITAL (INTERES A LA CUENTA) / 'T'
      *                        RENOVACION DE CAPITAL MAS INTERES
      *      DP-CAPITAL        CAPITAL CONSTITUIDO O VENCIDO
      *      DP-IMPORTE-CUENTA LO QUE SE MOVIO EN LA CUENTA A LA VISTA
      *                        (CERO EN UNA RENOVACION TOTAL)
      *      DP-REFERENCIA     MH-REFERENCIA DEL MOVIMIENTO EN
      *                        MOVHIST.DAT (CERO SI NO HUBO)
      ******************************************************************
           05 DP-FECHA                PIC 9(08).
           05 DP-PAIS                 PIC X(03).
           05 DP-SUCURSAL             PIC 9(02).
           05 DP-NUM-PLAZO            PIC 9(08).
           05 DP-NUM-CUENTA           PIC 9(10).
           05 DP-NUM-CLIENTE          PIC 9(08).
           05 DP-MONEDA               PIC X(03).
           05 DP-OPERACION            PIC X(01).
               88 DP-CONSTITUCION             VALUE 'A'.
               88 DP-PAGO                     VALUE 'P'.
               88 DP-RENOVACION-CAPITAL       VALUE 'C'.
               88 DP-RENOVACION-TOTAL         VALUE 'T'.
           05 DP-CAPITAL              PIC 9(07)V99.
           05 DP-TASA                 PIC 9(02)V9(04).
           05 DP-DIAS                 PIC 9(05).
           05 DP-INTERES              PIC 9(07)V99.
           05 DP-RETENCION            PIC 9(07)V99.
           05 DP-NETO                 PIC 9(07)V99.
           05 DP-IMPORTE-CUENTA       PIC 9(07)V99.
           05 DP-REFERENCIA           PIC 9(09).
