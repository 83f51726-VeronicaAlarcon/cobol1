      ******************************************************************
      *    LAYOUT DE LA INTERFAZ DE AVISOS AL CLIENTE - ARCHIVO
      *    AVISOS.DAT (UN REGISTRO POR EVENTO Y TITULAR) QUE AVISOCLI
      *    DEJA CADA NOCHE PARA EL PROVEEDOR DE CORREO/SMS. LOS DATOS
      *    DE CONTACTO SALEN DE CLIENTES.DAT (VER CLIENTEC.CPY).
      *    AV-TIPO-EVENTO:
      *      'SB' SALDO BAJO: SALDO POSITIVO POR DEBAJO DEL MINIMO DE
      *           LA MONEDA EN NOTPAR.DAT (AV-IMPORTE = EL MINIMO).
      *      'NG' SALDO NEGATIVO DENTRO DEL LIMITE DE DESCUBIERTO
      *           (AV-IMPORTE = CTA-LIMITE-DESCUBIERTO).
      *      'EX' DESCUBIERTO EXCEDIDO: EL SALDO NEGATIVO SUPERA
      *           CTA-LIMITE-DESCUBIERTO (AV-IMPORTE = EL EXCESO).
      *      'RE' RETENCION/EMBARGO VIGENTE DE RETENES.DAT
      *           (AV-IMPORTE = LO RETENIDO, AV-FECHA-EVENTO = DESDE).
      *      'DO' CUENTA PROXIMA A PASAR A INACTIVA SEGUN DORMPAR.DAT
      *           O SU PRODUCTO (AV-FECHA-EVENTO = FECHA EN QUE SE
      *           CUMPLE EL PLAZO SIN ACTIVIDAD, AV-DIAS = DIAS QUE
      *           FALTAN; CERO SI YA SE CUMPLIO Y CTADORM TODAVIA NO
      *           LA MARCO).
      ******************************************************************
           05 AV-FECHA             PIC 9(08).
           05 AV-TIPO-EVENTO       PIC X(02).
               88 AV-SALDO-BAJO               VALUE 'SB'.
               88 AV-SALDO-NEGATIVO           VALUE 'NG'.
               88 AV-DESCUBIERTO-EXCEDIDO     VALUE 'EX'.
               88 AV-RETENCION                VALUE 'RE'.
               88 AV-PROXIMA-INACTIVA         VALUE 'DO'.
           05 AV-NUM-CLIENTE       PIC 9(08).
           05 AV-NOMBRE            PIC X(30).
           05 AV-CANAL             PIC X(01).
           05 AV-EMAIL             PIC X(40).
           05 AV-TELEFONO          PIC X(15).
           05 AV-PAIS              PIC X(03).
           05 AV-SUCURSAL          PIC 9(02).
           05 AV-NUM-CUENTA        PIC 9(10).
           05 AV-MONEDA            PIC X(03).
           05 AV-SALDO             PIC S9(07)V99.
           05 AV-IMPORTE           PIC 9(07)V99.
           05 AV-FECHA-EVENTO      PIC 9(08).
           05 AV-DIAS              PIC 9(03).
