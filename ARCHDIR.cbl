      *                 ARCHIVADOS DE LA CUENTA (MOVARCH.DAT, QUE
      *                 ARCHCTA MUEVE JUNTO CON LA CUENTA): FECHA DE
      *                 VALOR, CONCEPTO, IMPORTE Y SALDO RESULTANTE.
      *   2026-10-15  - LAS COMISIONES DE MANTENIMIENTO (MH-TIPO 'C')
      *                 SE MUESTRAN CON CONCEPTO 'COMISION'.
      *   2026-10-15  - AR-LINEA-CUENTA PASA A X(86) JUNTO CON EL
      *                 REGISTRO DE CUENTASC.CPY (CTA-PRODUCTO). LAS
      *                 LINEAS DE 83 BYTES DE CTAARCH.DAT SE MIGRAN
      *                 POR UNICA VEZ CON CTAACONV (PRODUCTO EN
      *                 BLANCO).
      *   2026-10-15  - LOS MOVIMIENTOS DE PLAZO FIJO (MH-TIPO 'F' Y
      *                 'V') SE MUESTRAN CON CONCEPTO 'PLAZO FIJO' Y
      *                 'VTO PLAZO'.
      *   2026-10-15  - LOS MOVIMIENTOS DE LA LIQUIDACION DE CIERRE DE
      *                 CIERCTA SE MUESTRAN CON CONCEPTO 'INT. CIERRE'
      *                 (MH-TIPO 'L') Y 'COMISION' (MH-TIPO 'K').
      *   2026-10-15  - LOS DEPOSITOS DE CHEQUE (MH-TIPO 'Q') Y EL GASTO
      *                 POR CHEQUE DEVUELTO (MH-TIPO 'G') SE MUESTRAN
      *                 CON CONCEPTO 'DEP. CHEQUE' Y 'GASTO CHEQUE'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHDIR.
       FILE SECTION.
       FD  ARCHIVO.
           01  REG-ARCHIVO.
               05 AR-LINEA-CUENTA       PIC X(86).
               05 AR-FECHA-ARCHIVO      PIC 9(08).
       FD  MOVARCH.
           01  REG-MOVARCH.
      *-----------------------------------------------------------------*
       01  WSS-REG-MOV.
           COPY MOVHISTC.
       01  WSS-CUENTA-HALLADA          PIC X(86).
       01  WSS-FECHA-ARCHIVO-HALLADA   PIC 9(08).
      *-----------------------------------------------------------------*
      *    CLAVE BUSCADA Y SWITCHES DEL MENU
                   MOVE 'DEPOSITO'   TO WSS-CONCEPTO
               WHEN 'R'
                   MOVE 'REVERSO'    TO WSS-CONCEPTO
               WHEN 'C'
                   MOVE 'COMISION'   TO WSS-CONCEPTO
               WHEN 'F'
                   MOVE 'PLAZO FIJO' TO WSS-CONCEPTO
               WHEN 'V'
                   MOVE 'VTO PLAZO'  TO WSS-CONCEPTO
               WHEN 'L'
                   MOVE 'INT. CIERRE' TO WSS-CONCEPTO
               WHEN 'K'
                   MOVE 'COMISION'   TO WSS-CONCEPTO
               WHEN 'Q'
                   MOVE 'DEP. CHEQUE' TO WSS-CONCEPTO
               WHEN 'G'
                   MOVE 'GASTO CHEQUE' TO WSS-CONCEPTO
               WHEN OTHER
                   MOVE 'EXTRACCION' TO WSS-CONCEPTO
           END-EVALUATE
