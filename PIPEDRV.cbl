      *                 LA NUEVA RUTINA DIGIVER (DIGITO VERIFICADOR
      *                 MODULO 11): UN NUMERO MAL TIPEADO EN EL ORIGEN
      *                 VA A PIPERECH.DAT EN VEZ DE ENTRAR AL MAESTRO.
      *   2026-10-15  - EL VOLCADO TRAE AL FINAL SRC-PRODUCTO (CODIGO
      *                 DEL CATALOGO PRODUCTOS.DAT) QUE SE COPIA A
      *                 CTA-PRODUCTO; EL REGISTRO DE CUENTASC.CPY PASA
      *                 A 86 BYTES Y LAS LINEAS DE RECHAZO CRECEN CON
      *                 EL. UN VOLCADO SIN EL CAMPO DEJA LA CUENTA SIN
      *                 PRODUCTO (EN BLANCO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIPEDRV.
               05 SRC-MONEDA            PIC X(03).
               05 SRC-NUM-CLIENTE       PIC 9(08).
               05 SRC-LIMITE-DESCUB     PIC 9(07)V99.
               05 SRC-PRODUCTO          PIC X(03).
      *    VISTAS DE LOS REGISTROS DE CONTROL DE LA TRANSMISION
           01  REG-ENTRADA-HDR.
               05 HDR-TIPO              PIC X(03).
               05 MAE-MONEDA            PIC X(03).
               05 MAE-NUM-CLIENTE       PIC 9(08).
               05 MAE-LIMITE-DESCUB     PIC 9(07)V99.
               05 MAE-PRODUCTO          PIC X(03).
       FD  RECHAZOS.
           01  REG-RECHAZO.
               05 R-LINEA-ORIGINAL PIC X(86).
               05 R-MOTIVO         PIC X(30).
       FD  SALIDA-ORDENENT.
           01  REG-SALIDA-ORDENENT.
           MOVE SRC-MONEDA           TO CTA-MONEDA
           MOVE SRC-NUM-CLIENTE      TO CTA-NUM-CLIENTE
           MOVE SRC-LIMITE-DESCUB    TO CTA-LIMITE-DESCUBIERTO
           MOVE SRC-PRODUCTO         TO CTA-PRODUCTO

      *    UN NUMERO DE CUENTA CON DIGITO VERIFICADOR ERRADO Y UNA
      *    FECHA DE APERTURA INVALIDA O FUTURA SE RECHAZAN ANTES DE
                   MOVE CTA-NUM-CLIENTE    TO MAE-NUM-CLIENTE
                   MOVE CTA-LIMITE-DESCUBIERTO
                                           TO MAE-LIMITE-DESCUB
                   MOVE CTA-PRODUCTO       TO MAE-PRODUCTO
                   WRITE REG-MAESTRO-FINAL
                   IF FS-MAESTRO-FINAL-OK
                       ADD 1 TO WSS-CANT-COPIADAS
