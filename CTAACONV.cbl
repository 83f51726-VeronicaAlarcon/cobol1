      *            CLIENTE ASIGNADO) Y LIMITE DE DESCUBIERTO 0, COMO
      *            HACE MOVHCONV CON LA HISTORIA DE MOVIMIENTOS. LOS
      *            TOTALES DE CONTROL PRUEBAN LEIDAS = GRABADAS.
      * Modificaciones:
      *   2026-10-15  - EL REGISTRO DE CUENTASC.CPY SUMA AL FINAL
      *                 CTA-PRODUCTO (86 BYTES). LA MIGRACION DE 66 A
      *                 83 BYTES YA SE CORRIO; EL PROGRAMA PASA A
      *                 MIGRAR LAS LINEAS DE 83 BYTES AL LAYOUT NUEVO
      *                 CON PRODUCTO EN BLANCO (CUENTA SIN PRODUCTO),
      *                 CON EL MISMO PROCEDIMIENTO DE RENOMBRAR EL
      *                 CTAARCH.DAT VIEJO A CTAARCHV.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAACONV.
       FILE SECTION.
       FD  ARCHIVO-VIEJO.
           01  REG-ARCHIVO-VIEJO.
               05 AV-LINEA-CUENTA       PIC X(83).
               05 AV-FECHA-ARCHIVO      PIC 9(08).
       FD  ARCHIVO-NUEVO.
           01  REG-ARCHIVO-NUEVO.
               05 AR-LINEA-CUENTA       PIC X(86).
               05 AR-FECHA-ARCHIVO      PIC 9(08).

      ******************************************************************
           05  FS-ARCHIVO-NUEVO        PIC X(02).
                   88 FS-ARCH-NUEVO-OK             VALUE '00'.
      *-----------------------------------------------------------------*
      *    LA LINEA NUEVA SE ARMA CON EL LAYOUT DEL MAESTRO: LOS 83
      *    BYTES VIEJOS ADELANTE Y EL PRODUCTO EN BLANCO
      *-----------------------------------------------------------------*
       01  WSS-REG-CUENTA.
           COPY CUENTASC.

       2000-CONVIERTE.
           MOVE SPACES         TO WSS-REG-CUENTA
           MOVE AV-LINEA-CUENTA TO WSS-REG-CUENTA (1:83)
           MOVE SPACES         TO CTA-PRODUCTO

           MOVE WSS-REG-CUENTA   TO AR-LINEA-CUENTA
           MOVE AV-FECHA-ARCHIVO TO AR-FECHA-ARCHIVO
