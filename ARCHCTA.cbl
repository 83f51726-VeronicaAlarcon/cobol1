      *                 ENCADENA AL CICLO MENSUAL DE CIERRMES.JCL CON
      *                 EL MISMO CONTROL DE PREDECESORES QUE LOS PASOS
      *                 NOCTURNOS, Y ESTAMPA SU RESULTADO AL FINAL.
      *   2026-10-15  - LAS COMISIONES DE MANTENIMIENTO (MH-TIPO 'C',
      *                 DEBITADAS POR COMISION) NO CUENTAN COMO
      *                 ACTIVIDAD PARA LA RETENCION.
      *   2026-10-15  - AR-LINEA-CUENTA PASA A X(86) JUNTO CON EL
      *                 REGISTRO DE CUENTASC.CPY (CTA-PRODUCTO). LAS
      *                 LINEAS DE 83 BYTES DE CTAARCH.DAT SE MIGRAN
      *                 POR UNICA VEZ CON CTAACONV (PRODUCTO EN
      *                 BLANCO).
      *   2026-10-15  - LOS VENCIMIENTOS DE PLAZO FIJO (MH-TIPO 'V',
      *                 ACREDITADOS POR PLAZOFIJ) NO CUENTAN COMO
      *                 ACTIVIDAD PARA LA RETENCION.
      *   2026-10-15  - EL INTERES Y LAS COMISIONES DE LA LIQUIDACION
      *                 DE CIERRE (MH-TIPO 'L' Y 'K', DE CIERCTA) NO
      *                 CUENTAN COMO ACTIVIDAD PARA LA RETENCION.
      *   2026-10-15  - EL GASTO POR CHEQUE DEVUELTO (MH-TIPO 'G', QUE
      *                 GENERA CANJE) NO CUENTA COMO ACTIVIDAD PARA LA
      *                 RETENCION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHCTA.
           01  REG-PARM                 PIC 9(03).
       FD  ARCHIVO.
           01  REG-ARCHIVO.
               05 AR-LINEA-CUENTA       PIC X(86).
               05 AR-FECHA-ARCHIVO      PIC 9(08).
       FD  MOVARCH.
           01  REG-MOVARCH.
      *-----------------------------------------------------------------*
      *    POSICIONO LA HISTORIA EN LA CUENTA EN CURSO Y TOMO LA FECHA
      *    DE VALOR MAS RECIENTE QUE NO SEA UN REVERSO (MH-TIPO 'R'):
      *    UN REVERSO DESHACE UN ERROR DE TIPEO, NO ES ACTIVIDAD. UNA
      *    COMISION (MH-TIPO 'C') LA DEBITA EL BANCO, TAMPOCO LO ES; NI
      *    EL VENCIMIENTO DE UN PLAZO FIJO (MH-TIPO 'V'), QUE LO
      *    ACREDITA EL BANCO EN LA FECHA PACTADA, NI EL INTERES Y LAS
      *    COMISIONES QUE LIQUIDA EL CIERRE (MH-TIPO 'L' Y 'K'), NI EL
      *    GASTO POR CHEQUE DEVUELTO (MH-TIPO 'G')
      *-----------------------------------------------------------------*
       1350-ACTIVIDAD-EN-HISTORIA.
           IF WSS-HAY-HISTORIA
                   IF MH-PAIS = CTA-PAIS
                      AND MH-SUCURSAL = CTA-SUCURSAL
                      AND MH-NUM-CUENTA = CTA-NUM-CUENTA
                       IF MH-TIPO NOT = 'R' AND MH-TIPO NOT = 'C'
                          AND MH-TIPO NOT = 'V'
                          AND MH-TIPO NOT = 'L' AND MH-TIPO NOT = 'K'
                          AND MH-TIPO NOT = 'G'
                          AND MH-FECHA-VALOR > WSS-ULT-ACTIVIDAD
                           MOVE MH-FECHA-VALOR TO WSS-ULT-ACTIVIDAD
                       END-IF
