      *                 (CTA-NUM-CLIENTE) Y LUEGO A X(83)
      *                 (CTA-LIMITE-DESCUBIERTO); LOS SALDOS PASAN A
      *                 SIGNADOS JUNTO CON SALDOS.DAT.
      *   2026-10-15  - REG-DETALLE Y EL SEPARADOR PASAN A X(86) JUNTO
      *                 CON EL REGISTRO DE CUENTASC.CPY (CTA-PRODUCTO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTSUC.
       DATA DIVISION.
       FILE SECTION.
       FD  DETALLE.
           01  REG-DETALLE          PIC X(86).
       FD  SALDOS.
           01  REG-SALDOS.
               05 SD-COD-PAIS       PIC X(03).
           05 WSS-ENC-CANTIDAD         PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(62) VALUE SPACES.
       01  WSS-LINEA-SEPARADOR.
           05 FILLER                   PIC X(86) VALUE ALL '-'.
           05 FILLER                   PIC X(14) VALUE SPACES.
       01  WSS-LINEA-TOTAL.
           05 FILLER                   PIC X(30)
