      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   INTERFAZ DIARIA DE NOVEDADES PARA EL DEPOSITO DE
      *            DATOS. EL EQUIPO DE BI RECONSTRUIA SU COPIA CON
      *            VOLCADOS COMPLETOS SEMANALES DE CUENTAS.TXT Y
      *            MOVHIST.DAT, ASI QUE SUS NUMEROS SIEMPRE TENIAN DIAS
      *            DE ATRASO. ESTE PASO NOCTURNO (DESPUES DE CTAUNLD)
      *            DEJA TRES ARCHIVOS DELIMITADOS POR ';':
      *            - DWHCTA.DAT: LAS CUENTAS DADAS DE ALTA ('A'),
      *              MODIFICADAS ('M') O DADAS DE BAJA ('B') DESDE EL
      *              ULTIMO ENVIO, POR APAREO DE LA IMAGEN CTAIMG.DAT DE
      *              ESTA NOCHE CONTRA LA BASE DWHIMG.DAT (LA IMAGEN
      *              QUE SE ENVIO LA ULTIMA VEZ). LA BAJA LLEVA LA
      *              ULTIMA IMAGEN CONOCIDA DE LA CUENTA.
      *            - DWHMOV.DAT: LOS MOVIMIENTOS DE MOVHIST.DAT
      *              PROCESADOS DESPUES DE LA FECHA DEL ULTIMO ENVIO Y
      *              HASTA LA FECHA DE NEGOCIO: SI UNA NOCHE NO CORRIO,
      *              LA SIGUIENTE LLEVA TAMBIEN SUS MOVIMIENTOS.
      *            - DWHSAL.DAT: LOS TOTALES DE SALDOS.DAT DE LA FECHA.
      *            CADA ARCHIVO LLEVA CABECERA ('HDR', ARCHIVO, FECHA
      *            DE NEGOCIO Y FECHA DEL ENVIO ANTERIOR, EN CERO EN LA
      *            CARGA INICIAL) Y CIERRE ('TRL', FECHA, CANTIDAD DE
      *            DETALLES Y SUMA DE CONTROL), EL CONVENIO DE
      *            TRANSMISION DE CTASRC.DAT.
      *            ANTES DE ESCRIBIR NADA SE VALIDAN LA IMAGEN (CABECERA,
      *            CIERRE, ORDEN, Y QUE SUS TOTALES SEAN LOS DE LOS
      *            REGISTROS DE PAIS DE SALDOS.DAT: UNA IMAGEN VIEJA NO
      *            PASA) Y LA BASE. LA FECHA ENVIADA SE LLEVA EN
      *            DWHCTL.DAT Y LA BASE SE RENUEVA EN DOS FASES (COPIA
      *            DWHNUE.DAT, ESTADO 'B'; INSTALACION EN DWHIMG.DAT,
      *            ESTADO 'C'): UNA CORRIDA CAIDA ANTES DE LA FASE 'B'
      *            SE REPITE ENTERA CON EL MISMO RESULTADO, UNA CAIDA
      *            DESPUES SOLO TERMINA DE INSTALAR LA BASE, Y UNA FECHA
      *            YA ENVIADA NO SE VUELVE A ENVIAR. CONTROL DE CORRIDAS
      *            'EXTDWH' CON PREDECESOR CORTE2 (SALDOS.DAT DE LA
      *            FECHA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTDWH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT IMAGEN ASSIGN TO "CTAIMG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-IMAGEN.
           SELECT BASE ASSIGN TO "DWHIMG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-BASE.
           SELECT BASE-NUEVA ASSIGN TO "DWHNUE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-BASE-NUEVA.
           SELECT CONTROL-DWH ASSIGN TO "DWHCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-DWH.
           SELECT SALDOS ASSIGN TO "SALDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALDOS.
           SELECT HISTORIA ASSIGN TO "MOVHIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-CLAVE-MOV
                   SOURCE IS MH-PAIS MH-SUCURSAL MH-NUM-CUENTA
                             MH-FECHA-VALOR MH-REFERENCIA
           FILE STATUS FS-HISTORIA.
           SELECT SALIDA-CTA ASSIGN TO "DWHCTA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-CTA.
           SELECT SALIDA-MOV ASSIGN TO "DWHMOV.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-MOV.
           SELECT SALIDA-SAL ASSIGN TO "DWHSAL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA-SAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    IMAGEN DEL MAESTRO QUE DEJA CTAUNLD (VER CTAUNLD)
       FD  IMAGEN.
           01  REG-IMAGEN               PIC X(86).
           01  REG-IMAGEN-HDR.
               05 IH-TIPO               PIC X(03).
                   88 IH-ES-CABECERA              VALUE 'HDR'.
                   88 IH-ES-CIERRE                VALUE 'TRL'.
               05 IH-ORIGEN             PIC X(08).
               05 IH-FECHA              PIC 9(08).
           01  REG-IMAGEN-TRL.
               05 IT-TIPO               PIC X(03).
               05 IT-CANTIDAD           PIC 9(09).
               05 IT-HASH-SALDOS        PIC S9(13)V99.
      *    BASE: LA IMAGEN DEL ULTIMO ENVIO, MISMO FORMATO, CON LA
      *    CABECERA ORIGEN 'EXTDWH' Y LA FECHA DE NEGOCIO ENVIADA
       FD  BASE.
           01  REG-BASE                 PIC X(86).
           01  REG-BASE-HDR.
               05 BH-TIPO               PIC X(03).
                   88 BH-ES-CABECERA              VALUE 'HDR'.
                   88 BH-ES-CIERRE                VALUE 'TRL'.
               05 BH-ORIGEN             PIC X(08).
               05 BH-FECHA              PIC 9(08).
           01  REG-BASE-TRL.
               05 BT-TIPO               PIC X(03).
               05 BT-CANTIDAD           PIC 9(09).
               05 BT-HASH-SALDOS        PIC S9(13)V99.
       FD  BASE-NUEVA.
           01  REG-BASE-NUEVA           PIC X(86).
      *    FECHA DE NEGOCIO DEL ULTIMO ENVIO Y ESTADO DE LA BASE
       FD  CONTROL-DWH.
           01  REG-CONTROL-DWH.
               05 DC-FECHA-ENVIADA      PIC 9(08).
               05 DC-ESTADO             PIC X(01).
                   88 DC-BASE-EN-COPIA            VALUE 'B'.
                   88 DC-ENVIO-COMPLETO           VALUE 'C'.
       FD  SALDOS.
           01  REG-SALDOS.
               05 SD-COD-PAIS       PIC X(03).
               05 SD-COD-SUC        PIC 9(02).
               05 SD-CANTIDAD       PIC 9(06).
               05 SD-SALDO          PIC S9(09)V99.
               05 SD-MONEDA         PIC X(03).
       FD  HISTORIA.
           01  REG-HISTORIA.
               COPY MOVHISTC.
       FD  SALIDA-CTA.
           01  REG-SALIDA-CTA           PIC X(150).
       FD  SALIDA-MOV.
           01  REG-SALIDA-MOV           PIC X(150).
       FD  SALIDA-SAL.
           01  REG-SALIDA-SAL           PIC X(150).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-IMAGEN               PIC X(02).
                   88 FS-IMAGEN-OK                 VALUE '00'.
                   88 FS-IMAGEN-FIN                VALUE '10'.
           05  FS-BASE                 PIC X(02).
                   88 FS-BASE-OK                   VALUE '00'.
                   88 FS-BASE-FIN                  VALUE '10'.
                   88 FS-BASE-NO-EXISTE            VALUE '35'.
           05  FS-BASE-NUEVA           PIC X(02).
                   88 FS-BASE-NUEVA-OK             VALUE '00'.
                   88 FS-BASE-NUEVA-FIN            VALUE '10'.
           05  FS-CONTROL-DWH          PIC X(02).
                   88 FS-CONTROL-DWH-OK            VALUE '00'.
                   88 FS-CONTROL-DWH-NO-EXISTE     VALUE '35'.
           05  FS-SALDOS               PIC X(02).
                   88 FS-SALDOS-OK                 VALUE '00'.
                   88 FS-SALDOS-FIN                VALUE '10'.
           05  FS-HISTORIA             PIC X(02).
                   88 FS-HISTORIA-OK               VALUE '00'.
                   88 FS-HISTORIA-FIN              VALUE '10'.
                   88 FS-HISTORIA-NO-EXISTE        VALUE '35'.
           05  FS-SALIDA-CTA           PIC X(02).
                   88 FS-SALIDA-CTA-OK             VALUE '00'.
           05  FS-SALIDA-MOV           PIC X(02).
                   88 FS-SALIDA-MOV-OK             VALUE '00'.
           05  FS-SALIDA-SAL           PIC X(02).
                   88 FS-SALIDA-SAL-OK             VALUE '00'.
      *-----------------------------------------------------------------*
      *    SITUACION DE LA FECHA SEGUN DWHCTL.DAT
      *-----------------------------------------------------------------*
       01  WSS-SITUACION               PIC X(01) VALUE 'N'.
           88 WSS-ENVIO-NORMAL                     VALUE 'N'.
           88 WSS-FECHA-YA-ENVIADA                 VALUE 'E'.
           88 WSS-BASE-PENDIENTE                   VALUE 'B'.
       01  WSS-SW-CARGA-INICIAL        PIC X(01) VALUE 'N'.
           88 WSS-ES-CARGA-INICIAL                 VALUE 'S'.
       01  WSS-FECHA-NEGOCIO           PIC 9(08).
       01  WSS-FECHA-ANTERIOR          PIC 9(08) VALUE 0.
       01  WSS-ESTADO-ENVIO            PIC X(01) VALUE SPACE.
           88 WSS-ENVIO-BASE-EN-COPIA              VALUE 'B'.
      *    FECHA DEL ENVIO CUYA BASE SE ESTA INSTALANDO
       01  WSS-FECHA-BASE              PIC 9(08) VALUE 0.
       01  AREADECOM-CTL.
           COPY CPY003.
      *-----------------------------------------------------------------*
      *    VALIDACION DE LA IMAGEN Y DE LA BASE (CABECERA, CIERRE,
      *    CANTIDAD, SUMA DE CONTROL Y ORDEN DE CLAVES)
      *-----------------------------------------------------------------*
       01  WSS-CONTROL-ARCHIVO.
           05 WSS-SW-TRAILER           PIC X(01).
               88 WSS-TRAILER-LEIDO             VALUE 'S'.
               88 WSS-TRAILER-PENDIENTE         VALUE 'N'.
           05 WSS-CTL-CANT-ESPERADA    PIC 9(09).
           05 WSS-CTL-HASH-ESPERADO    PIC S9(13)V99.
           05 WSS-CANT-LEIDA           PIC 9(09).
           05 WSS-HASH-LEIDO           PIC S9(13)V99.
           05 WSS-CLAVE-PREVIA         PIC X(15).
       01  WSS-IMG-CANTIDAD            PIC 9(09) VALUE 0.
       01  WSS-IMG-HASH                PIC S9(13)V99 VALUE 0.
       01  WSS-SAL-CANTIDAD            PIC 9(09) VALUE 0.
       01  WSS-SAL-HASH                PIC S9(13)V99 VALUE 0.
      *-----------------------------------------------------------------*
      *    APAREO IMAGEN (NUEVA) CONTRA BASE (ANTERIOR) POR PAIS +
      *    SUCURSAL + CUENTA; EL LADO TERMINADO QUEDA EN HIGH-VALUES
      *-----------------------------------------------------------------*
       01  WSS-CTA-NUEVA.
           COPY CUENTASC REPLACING LEADING ==CTA-== BY ==NUE-==.
       01  WSS-CTA-ANTERIOR.
           COPY CUENTASC REPLACING LEADING ==CTA-== BY ==ANT-==.
       01  WSS-CTA-SALIDA.
           COPY CUENTASC REPLACING LEADING ==CTA-== BY ==SAL-==.
       01  WSS-CLAVE-NUEVA.
           05 WSS-CN-PAIS              PIC X(03).
           05 WSS-CN-SUC               PIC 9(02).
           05 WSS-CN-CUENTA            PIC 9(10).
       01  WSS-CLAVE-ANTERIOR.
           05 WSS-CA-PAIS              PIC X(03).
           05 WSS-CA-SUC               PIC 9(02).
           05 WSS-CA-CUENTA            PIC 9(10).
       01  WSS-CLAVE-TRABAJO.
           05 WSS-CT-PAIS              PIC X(03).
           05 WSS-CT-SUC               PIC 9(02).
           05 WSS-CT-CUENTA            PIC 9(10).
       01  WSS-OPERACION               PIC X(01).
           88 WSS-OP-ALTA                          VALUE 'A'.
           88 WSS-OP-MODIFICACION                  VALUE 'M'.
           88 WSS-OP-BAJA                          VALUE 'B'.
      *-----------------------------------------------------------------*
      *    CABECERA Y CIERRE DE LA BASE NUEVA (FORMATO CTAIMG.DAT)
      *-----------------------------------------------------------------*
       01  WSS-BASE-CABECERA.
           05 FILLER                   PIC X(03) VALUE 'HDR'.
           05 FILLER                   PIC X(08) VALUE 'EXTDWH'.
           05 WSS-BC-FECHA             PIC 9(08).
           05 FILLER                   PIC X(67) VALUE SPACES.
      *-----------------------------------------------------------------*
      *    CAMPOS EDITADOS DE LOS ARCHIVOS DELIMITADOS Y TOTALES DE
      *    CADA ARCHIVO PARA SU CIERRE
      *-----------------------------------------------------------------*
       01  WSS-ED-SALDO                PIC +9(07).99.
       01  WSS-ED-LIMITE               PIC 9(07).99.
       01  WSS-ED-IMPORTE              PIC 9(07).99.
       01  WSS-ED-SALDO-SUC            PIC +9(09).99.
       01  WSS-ED-CANTIDAD             PIC 9(09).
       01  WSS-ED-SUMA                 PIC +9(13).99.
       01  WSS-ARCHIVO-DWH             PIC X(11).
       01  WSS-CANT-ARCHIVO            PIC 9(09).
       01  WSS-SUMA-ARCHIVO            PIC S9(13)V99.
       01  WSS-LINEA                   PIC X(150).
       01  WSS-TOTALES-CONTROL.
           05 WSS-CTA-LEIDAS           PIC 9(09).
           05 WSS-BASE-LEIDAS          PIC 9(09).
           05 WSS-ALTAS                PIC 9(09).
           05 WSS-MODIFICACIONES       PIC 9(09).
           05 WSS-BAJAS                PIC 9(09).
           05 WSS-SUMA-CTA             PIC S9(13)V99.
           05 WSS-MOVS-LEIDOS          PIC 9(09).
           05 WSS-MOVS-ENVIADOS        PIC 9(09).
           05 WSS-SUMA-MOV             PIC S9(13)V99.
           05 WSS-SALDOS-ENVIADOS      PIC 9(09).
           05 WSS-SUMA-SAL             PIC S9(13)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           EVALUATE TRUE
               WHEN WSS-FECHA-YA-ENVIADA
                   DISPLAY 'EXTDWH: LA FECHA DE NEGOCIO '
                           WSS-FECHA-NEGOCIO ' YA FUE ENVIADA, NO SE '
                           'REPITE'
               WHEN WSS-BASE-PENDIENTE
                   DISPLAY 'EXTDWH: ARCHIVOS DE LA FECHA YA EMITIDOS, '
                           'SE TERMINA DE INSTALAR LA BASE'
                   MOVE WSS-FECHA-NEGOCIO TO WSS-FECHA-BASE
                   PERFORM 6500-INSTALA-BASE
               WHEN OTHER
                   PERFORM 2000-VALIDA-ENTRADAS
                   PERFORM 3000-EXTRAE-CUENTAS
                   PERFORM 4000-EXTRAE-MOVIMIENTOS
                   PERFORM 5000-EXTRAE-SALDOS
                   PERFORM 6000-PREPARA-BASE
                   MOVE WSS-FECHA-NEGOCIO TO WSS-FECHA-BASE
                   PERFORM 6500-INSTALA-BASE
           END-EVALUATE
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS Y SITUACION DEL ULTIMO ENVIO
      *-----------------------------------------------------------------*
       1000-INICIO.
           PERFORM 1020-CONTROL-DE-CORRIDA
           INITIALIZE WSS-TOTALES-CONTROL
           MOVE CTL-FECHA-NEGOCIO TO WSS-FECHA-NEGOCIO
           PERFORM 1100-LEE-CONTROL-DWH
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: ME FRENO SI YA COMPLETE LA FECHA DE
      *    NEGOCIO O SI CORTE2 NO LA COMPLETO (SALDOS.DAT SERIA EL DE
      *    OTRA FECHA)
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           SET CTL-FUNCION-INICIO TO TRUE
           MOVE 'EXTDWH'   TO CTL-PROGRAMA
           MOVE 'CORTE2'   TO CTL-PREDECESOR
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   DISPLAY 'EXTDWH YA COMPLETADO PARA LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CTL-PREDECESOR-PENDIENTE
                   DISPLAY 'EXTDWH: CORTE2 NO COMPLETO LA FECHA DE '
                           'NEGOCIO ' CTL-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'EXTDWH: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       1020-CONTROL-DE-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DWHCTL.DAT DICE HASTA QUE FECHA SE ENVIO. SIN ARCHIVO ES LA
      *    CARGA INICIAL (TODAS LAS CUENTAS COMO ALTAS Y SOLO LOS
      *    MOVIMIENTOS DE LA FECHA). UNA FECHA ENVIADA POSTERIOR A LA
      *    DE NEGOCIO ES UN ERROR DE OPERACION: NO SE ENVIA NADA.
      *-----------------------------------------------------------------*
       1100-LEE-CONTROL-DWH.
           OPEN INPUT CONTROL-DWH
           IF FS-CONTROL-DWH-NO-EXISTE
               SET WSS-ES-CARGA-INICIAL TO TRUE
               MOVE 0 TO WSS-FECHA-ANTERIOR
           ELSE
               IF NOT FS-CONTROL-DWH-OK
                   DISPLAY 'ERROR APERTURA DWHCTL.DAT FS: '
                            FS-CONTROL-DWH
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-DWH
               IF NOT FS-CONTROL-DWH-OK
                   DISPLAY 'ERROR LECTURA DWHCTL.DAT FS: '
                            FS-CONTROL-DWH
                   PERFORM 9050-ERROR-FATAL
               END-IF
               MOVE DC-FECHA-ENVIADA TO WSS-FECHA-ANTERIOR
               MOVE DC-ESTADO        TO WSS-ESTADO-ENVIO
               CLOSE CONTROL-DWH
               EVALUATE TRUE
                   WHEN WSS-FECHA-ANTERIOR > WSS-FECHA-NEGOCIO
                       DISPLAY 'EXTDWH: DWHCTL.DAT YA ENVIO LA FECHA '
                               WSS-FECHA-ANTERIOR ', POSTERIOR A LA DE '
                               'NEGOCIO'
                       PERFORM 9050-ERROR-FATAL
                   WHEN WSS-FECHA-ANTERIOR = WSS-FECHA-NEGOCIO
                        AND WSS-ENVIO-BASE-EN-COPIA
                       SET WSS-BASE-PENDIENTE TO TRUE
                   WHEN WSS-FECHA-ANTERIOR = WSS-FECHA-NEGOCIO
                       SET WSS-FECHA-YA-ENVIADA TO TRUE
                   WHEN WSS-ENVIO-BASE-EN-COPIA
      *                LA BASE DE UN ENVIO ANTERIOR QUEDO A MEDIO
      *                INSTALAR: SE TERMINA ANTES DE APAREAR CONTRA ELLA
                       DISPLAY 'EXTDWH: SE TERMINA DE INSTALAR LA '
                               'BASE DEL ENVIO ' WSS-FECHA-ANTERIOR
                       MOVE WSS-FECHA-ANTERIOR TO WSS-FECHA-BASE
                       PERFORM 6500-INSTALA-BASE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       1100-LEE-CONTROL-DWH-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    VALIDO LA IMAGEN DE ESTA NOCHE Y LA BASE ANTES DE ESCRIBIR
      *    UNA SOLA LINEA: LOS TOTALES DE LA IMAGEN TIENEN QUE SER LOS
      *    DE LOS REGISTROS DE PAIS DE SALDOS.DAT DE LA FECHA
      *-----------------------------------------------------------------*
       2000-VALIDA-ENTRADAS.
           PERFORM 2100-VALIDA-IMAGEN
           PERFORM 2200-TOTALES-SALDOS
           IF WSS-IMG-CANTIDAD NOT = WSS-SAL-CANTIDAD
              OR WSS-IMG-HASH NOT = WSS-SAL-HASH
               DISPLAY 'EXTDWH: CTAIMG.DAT NO CORRESPONDE AL '
                       'SALDOS.DAT DE LA FECHA'
               DISPLAY '- IMAGEN: ' WSS-IMG-CANTIDAD ' / '
                        WSS-IMG-HASH
               DISPLAY '- SALDOS: ' WSS-SAL-CANTIDAD ' / '
                        WSS-SAL-HASH
               PERFORM 9050-ERROR-FATAL
           END-IF
           IF NOT WSS-ES-CARGA-INICIAL
               PERFORM 2300-VALIDA-BASE
           END-IF
           .
       2000-VALIDA-ENTRADAS-EXIT. EXIT.

       2100-VALIDA-IMAGEN.
           PERFORM 2900-REINICIA-CONTROL
           MOVE 'CTAIMG.DAT' TO WSS-ARCHIVO-DWH
           OPEN INPUT IMAGEN
           IF NOT FS-IMAGEN-OK
               DISPLAY 'ERROR APERTURA CTAIMG.DAT FS: ' FS-IMAGEN
               PERFORM 9050-ERROR-FATAL
           END-IF
           READ IMAGEN
           IF NOT FS-IMAGEN-OK OR NOT IH-ES-CABECERA
               DISPLAY 'CTAIMG.DAT SIN CABECERA: IMAGEN NO CONFIABLE'
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 2110-LEE-IMAGEN
               UNTIL FS-IMAGEN-FIN OR WSS-TRAILER-LEIDO
           CLOSE IMAGEN
           PERFORM 2950-VERIFICA-CIERRE
           MOVE WSS-CANT-LEIDA TO WSS-IMG-CANTIDAD
           MOVE WSS-HASH-LEIDO TO WSS-IMG-HASH
           .
       2100-VALIDA-IMAGEN-EXIT. EXIT.

       2110-LEE-IMAGEN.
           READ IMAGEN
           EVALUATE TRUE
               WHEN FS-IMAGEN-FIN
                   CONTINUE
               WHEN NOT FS-IMAGEN-OK
                   DISPLAY 'ERROR LECTURA CTAIMG.DAT FS: ' FS-IMAGEN
                   PERFORM 9050-ERROR-FATAL
               WHEN IH-ES-CIERRE
                   MOVE IT-CANTIDAD    TO WSS-CTL-CANT-ESPERADA
                   MOVE IT-HASH-SALDOS TO WSS-CTL-HASH-ESPERADO
                   SET WSS-TRAILER-LEIDO TO TRUE
               WHEN OTHER
                   MOVE REG-IMAGEN TO WSS-CTA-NUEVA
                   MOVE NUE-PAIS       TO WSS-CT-PAIS
                   MOVE NUE-SUCURSAL   TO WSS-CT-SUC
                   MOVE NUE-NUM-CUENTA TO WSS-CT-CUENTA
                   ADD 1 TO WSS-CANT-LEIDA
                   ADD NUE-SALDO TO WSS-HASH-LEIDO
                   PERFORM 2960-VERIFICA-ORDEN
           END-EVALUATE
           .
       2110-LEE-IMAGEN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO LOS REGISTROS DE PAIS DE SALDOS.DAT (SD-COD-SUC = 0),
      *    LOS MISMOS QUE COTEJA LA VERIFICACION DE CTAUNLD
      *-----------------------------------------------------------------*
       2200-TOTALES-SALDOS.
           OPEN INPUT SALDOS
           IF NOT FS-SALDOS-OK
               DISPLAY 'ERROR APERTURA SALDOS.DAT FS: ' FS-SALDOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 2210-LEE-SALDO-PAIS UNTIL FS-SALDOS-FIN
           CLOSE SALDOS
           .
       2200-TOTALES-SALDOS-EXIT. EXIT.

       2210-LEE-SALDO-PAIS.
           READ SALDOS
           EVALUATE TRUE
               WHEN FS-SALDOS-OK
                   IF SD-COD-SUC = 0
                       ADD SD-CANTIDAD TO WSS-SAL-CANTIDAD
                       ADD SD-SALDO    TO WSS-SAL-HASH
                   END-IF
               WHEN FS-SALDOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SALDOS.DAT FS: ' FS-SALDOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2210-LEE-SALDO-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA BASE DEBE SER LA DEL ULTIMO ENVIO (CABECERA 'EXTDWH' CON
      *    LA FECHA DE DWHCTL.DAT) Y ESTAR COMPLETA
      *-----------------------------------------------------------------*
       2300-VALIDA-BASE.
           PERFORM 2900-REINICIA-CONTROL
           MOVE 'DWHIMG.DAT' TO WSS-ARCHIVO-DWH
           OPEN INPUT BASE
           IF NOT FS-BASE-OK
               DISPLAY 'ERROR APERTURA DWHIMG.DAT FS: ' FS-BASE
               PERFORM 9050-ERROR-FATAL
           END-IF
           READ BASE
           IF NOT FS-BASE-OK OR NOT BH-ES-CABECERA
              OR BH-ORIGEN NOT = 'EXTDWH'
              OR BH-FECHA NOT = WSS-FECHA-ANTERIOR
               DISPLAY 'DWHIMG.DAT NO ES LA BASE DEL ENVIO '
                        WSS-FECHA-ANTERIOR
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 2310-LEE-BASE
               UNTIL FS-BASE-FIN OR WSS-TRAILER-LEIDO
           CLOSE BASE
           PERFORM 2950-VERIFICA-CIERRE
           .
       2300-VALIDA-BASE-EXIT. EXIT.

       2310-LEE-BASE.
           READ BASE
           EVALUATE TRUE
               WHEN FS-BASE-FIN
                   CONTINUE
               WHEN NOT FS-BASE-OK
                   DISPLAY 'ERROR LECTURA DWHIMG.DAT FS: ' FS-BASE
                   PERFORM 9050-ERROR-FATAL
               WHEN BH-ES-CIERRE
                   MOVE BT-CANTIDAD    TO WSS-CTL-CANT-ESPERADA
                   MOVE BT-HASH-SALDOS TO WSS-CTL-HASH-ESPERADO
                   SET WSS-TRAILER-LEIDO TO TRUE
               WHEN OTHER
                   MOVE REG-BASE TO WSS-CTA-ANTERIOR
                   MOVE ANT-PAIS       TO WSS-CT-PAIS
                   MOVE ANT-SUCURSAL   TO WSS-CT-SUC
                   MOVE ANT-NUM-CUENTA TO WSS-CT-CUENTA
                   ADD 1 TO WSS-CANT-LEIDA
                   ADD ANT-SALDO TO WSS-HASH-LEIDO
                   PERFORM 2960-VERIFICA-ORDEN
           END-EVALUATE
           .
       2310-LEE-BASE-EXIT. EXIT.

       2900-REINICIA-CONTROL.
           SET WSS-TRAILER-PENDIENTE TO TRUE
           MOVE 0      TO WSS-CTL-CANT-ESPERADA
           MOVE 0      TO WSS-CTL-HASH-ESPERADO
           MOVE 0      TO WSS-CANT-LEIDA
           MOVE 0      TO WSS-HASH-LEIDO
           MOVE LOW-VALUES TO WSS-CLAVE-PREVIA
           .
       2900-REINICIA-CONTROL-EXIT. EXIT.

       2950-VERIFICA-CIERRE.
           EVALUATE TRUE
               WHEN WSS-TRAILER-PENDIENTE
                   DISPLAY WSS-ARCHIVO-DWH ' SIN REGISTRO DE CIERRE: '
                           'ARCHIVO CORTADO'
                   PERFORM 9050-ERROR-FATAL
               WHEN WSS-CTL-CANT-ESPERADA NOT = WSS-CANT-LEIDA
                 OR WSS-CTL-HASH-ESPERADO NOT = WSS-HASH-LEIDO
                   DISPLAY WSS-ARCHIVO-DWH ' CONTROL DE CIERRE NO '
                           'COINCIDE'
                   DISPLAY '- ESPERADOS: ' WSS-CTL-CANT-ESPERADA
                            ' LEIDOS: ' WSS-CANT-LEIDA
                   DISPLAY '- SUMA ESPERADA: ' WSS-CTL-HASH-ESPERADO
                            ' LEIDA: ' WSS-HASH-LEIDO
                   PERFORM 9050-ERROR-FATAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2950-VERIFICA-CIERRE-EXIT. EXIT.

      *    EL APAREO NECESITA AMBOS ARCHIVOS EN ORDEN ESTRICTO DE CLAVE
       2960-VERIFICA-ORDEN.
           IF WSS-CLAVE-TRABAJO NOT > WSS-CLAVE-PREVIA
               DISPLAY 'EXTDWH: ' WSS-ARCHIVO-DWH ' FUERA DE ORDEN EN '
                       WSS-CLAVE-TRABAJO
               PERFORM 9050-ERROR-FATAL
           END-IF
           MOVE WSS-CLAVE-TRABAJO TO WSS-CLAVE-PREVIA
           .
       2960-VERIFICA-ORDEN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    APAREO IMAGEN CONTRA BASE: CLAVE SOLO EN LA IMAGEN ES ALTA,
      *    SOLO EN LA BASE ES BAJA, EN AMBAS CON ALGUN CAMPO DISTINTO
      *    ES MODIFICACION
      *-----------------------------------------------------------------*
       3000-EXTRAE-CUENTAS.
           OPEN OUTPUT SALIDA-CTA
           IF NOT FS-SALIDA-CTA-OK
               DISPLAY 'ERROR APERTURA DWHCTA.DAT FS: ' FS-SALIDA-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           MOVE 'CUENTAS' TO WSS-ARCHIVO-DWH
           PERFORM 7000-ARMA-CABECERA
           PERFORM 3900-GRABA-LINEA-CTA

           OPEN INPUT IMAGEN
           IF NOT FS-IMAGEN-OK
               DISPLAY 'ERROR REAPERTURA CTAIMG.DAT FS: ' FS-IMAGEN
               PERFORM 9050-ERROR-FATAL
           END-IF
      *    SALTEO LA CABECERA YA VALIDADA
           READ IMAGEN
           PERFORM 3100-LEE-NUEVA

           IF WSS-ES-CARGA-INICIAL
               MOVE HIGH-VALUES TO WSS-CLAVE-ANTERIOR
           ELSE
               OPEN INPUT BASE
               IF NOT FS-BASE-OK
                   DISPLAY 'ERROR REAPERTURA DWHIMG.DAT FS: ' FS-BASE
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ BASE
               PERFORM 3200-LEE-ANTERIOR
           END-IF

           PERFORM 3300-APAREA
               UNTIL WSS-CLAVE-NUEVA = HIGH-VALUES
                 AND WSS-CLAVE-ANTERIOR = HIGH-VALUES

           CLOSE IMAGEN
           IF NOT WSS-ES-CARGA-INICIAL
               CLOSE BASE
           END-IF

           COMPUTE WSS-CANT-ARCHIVO =
               WSS-ALTAS + WSS-MODIFICACIONES + WSS-BAJAS
           MOVE WSS-SUMA-CTA TO WSS-SUMA-ARCHIVO
           PERFORM 7100-ARMA-CIERRE
           PERFORM 3900-GRABA-LINEA-CTA
           CLOSE SALIDA-CTA
           .
       3000-EXTRAE-CUENTAS-EXIT. EXIT.

       3100-LEE-NUEVA.
           READ IMAGEN
           IF NOT FS-IMAGEN-OK OR IH-ES-CIERRE
               MOVE HIGH-VALUES TO WSS-CLAVE-NUEVA
           ELSE
               ADD 1 TO WSS-CTA-LEIDAS
               MOVE REG-IMAGEN     TO WSS-CTA-NUEVA
               MOVE NUE-PAIS       TO WSS-CN-PAIS
               MOVE NUE-SUCURSAL   TO WSS-CN-SUC
               MOVE NUE-NUM-CUENTA TO WSS-CN-CUENTA
           END-IF
           .
       3100-LEE-NUEVA-EXIT. EXIT.

       3200-LEE-ANTERIOR.
           READ BASE
           IF NOT FS-BASE-OK OR BH-ES-CIERRE
               MOVE HIGH-VALUES TO WSS-CLAVE-ANTERIOR
           ELSE
               ADD 1 TO WSS-BASE-LEIDAS
               MOVE REG-BASE       TO WSS-CTA-ANTERIOR
               MOVE ANT-PAIS       TO WSS-CA-PAIS
               MOVE ANT-SUCURSAL   TO WSS-CA-SUC
               MOVE ANT-NUM-CUENTA TO WSS-CA-CUENTA
           END-IF
           .
       3200-LEE-ANTERIOR-EXIT. EXIT.

       3300-APAREA.
           EVALUATE TRUE
               WHEN WSS-CLAVE-NUEVA < WSS-CLAVE-ANTERIOR
                   SET WSS-OP-ALTA TO TRUE
                   MOVE WSS-CTA-NUEVA TO WSS-CTA-SALIDA
                   PERFORM 3500-GRABA-CUENTA
                   ADD 1 TO WSS-ALTAS
                   PERFORM 3100-LEE-NUEVA
               WHEN WSS-CLAVE-NUEVA > WSS-CLAVE-ANTERIOR
                   SET WSS-OP-BAJA TO TRUE
                   MOVE WSS-CTA-ANTERIOR TO WSS-CTA-SALIDA
                   PERFORM 3500-GRABA-CUENTA
                   ADD 1 TO WSS-BAJAS
                   PERFORM 3200-LEE-ANTERIOR
               WHEN OTHER
                   IF WSS-CTA-NUEVA NOT = WSS-CTA-ANTERIOR
                       SET WSS-OP-MODIFICACION TO TRUE
                       MOVE WSS-CTA-NUEVA TO WSS-CTA-SALIDA
                       PERFORM 3500-GRABA-CUENTA
                       ADD 1 TO WSS-MODIFICACIONES
                   END-IF
                   PERFORM 3100-LEE-NUEVA
                   PERFORM 3200-LEE-ANTERIOR
           END-EVALUATE
           .
       3300-APAREA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LINEA DE CUENTA: OPERACION;PAIS;SUCURSAL;CUENTA;SALDO;
      *    TITULAR;ESTADO;APERTURA;MONEDA;CLIENTE;LIMITE;PRODUCTO.
      *    LA SUMA DE CONTROL ES LA DE LOS SALDOS DE LAS LINEAS
      *-----------------------------------------------------------------*
       3500-GRABA-CUENTA.
           MOVE SAL-SALDO               TO WSS-ED-SALDO
           MOVE SAL-LIMITE-DESCUBIERTO  TO WSS-ED-LIMITE
           MOVE SPACES TO WSS-LINEA
           STRING WSS-OPERACION         DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SAL-PAIS              DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SAL-SUCURSAL          DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SAL-NUM-CUENTA        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WSS-ED-SALDO          DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SAL-NOMBRE-TITULAR    DELIMITED BY '  '
                  ';'                   DELIMITED BY SIZE
                  SAL-ESTADO            DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SAL-FECHA-APERTURA    DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SAL-MONEDA            DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SAL-NUM-CLIENTE       DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WSS-ED-LIMITE         DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  SAL-PRODUCTO          DELIMITED BY SIZE
                  INTO WSS-LINEA
           PERFORM 3900-GRABA-LINEA-CTA
           ADD SAL-SALDO TO WSS-SUMA-CTA
           .
       3500-GRABA-CUENTA-EXIT. EXIT.

       3900-GRABA-LINEA-CTA.
           WRITE REG-SALIDA-CTA FROM WSS-LINEA
           IF NOT FS-SALIDA-CTA-OK
               DISPLAY 'ERROR ESCRITURA DWHCTA.DAT FS: ' FS-SALIDA-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       3900-GRABA-LINEA-CTA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    MOVIMIENTOS DE MOVHIST.DAT PROCESADOS DESPUES DEL ULTIMO
      *    ENVIO Y HASTA LA FECHA DE NEGOCIO (EN LA CARGA INICIAL, SOLO
      *    LOS DE LA FECHA). SIN HISTORIA EL ARCHIVO VA SIN DETALLES.
      *-----------------------------------------------------------------*
       4000-EXTRAE-MOVIMIENTOS.
           OPEN OUTPUT SALIDA-MOV
           IF NOT FS-SALIDA-MOV-OK
               DISPLAY 'ERROR APERTURA DWHMOV.DAT FS: ' FS-SALIDA-MOV
               PERFORM 9050-ERROR-FATAL
           END-IF
           MOVE 'MOVIMIENTOS' TO WSS-ARCHIVO-DWH
           PERFORM 7000-ARMA-CABECERA
           PERFORM 4900-GRABA-LINEA-MOV

           OPEN INPUT HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   PERFORM 4100-LEE-HISTORIA UNTIL FS-HISTORIA-FIN
                   CLOSE HISTORIA
               WHEN FS-HISTORIA-NO-EXISTE
                   DISPLAY 'EXTDWH: NO EXISTE MOVHIST.DAT, NO HAY '
                           'MOVIMIENTOS PARA ENVIAR'
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

           MOVE WSS-MOVS-ENVIADOS TO WSS-CANT-ARCHIVO
           MOVE WSS-SUMA-MOV      TO WSS-SUMA-ARCHIVO
           PERFORM 7100-ARMA-CIERRE
           PERFORM 4900-GRABA-LINEA-MOV
           CLOSE SALIDA-MOV
           .
       4000-EXTRAE-MOVIMIENTOS-EXIT. EXIT.

       4100-LEE-HISTORIA.
           READ HISTORIA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   ADD 1 TO WSS-MOVS-LEIDOS
                   IF MH-FECHA-PROCESO <= WSS-FECHA-NEGOCIO
                      AND (MH-FECHA-PROCESO > WSS-FECHA-ANTERIOR
                           AND NOT WSS-ES-CARGA-INICIAL
                        OR MH-FECHA-PROCESO = WSS-FECHA-NEGOCIO)
                       PERFORM 4200-GRABA-MOVIMIENTO
                   END-IF
               WHEN FS-HISTORIA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVHIST.DAT FS: '
                            FS-HISTORIA
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       4100-LEE-HISTORIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LINEA DE MOVIMIENTO: FECHA PROCESO;PAIS;SUCURSAL;CUENTA;
      *    TIPO;IMPORTE;FECHA VALOR;SALDO RESULTANTE;REFERENCIA;
      *    REFERENCIA ORIGINAL;TIPO ORIGINAL. LA SUMA DE CONTROL ES LA
      *    DE LOS IMPORTES
      *-----------------------------------------------------------------*
       4200-GRABA-MOVIMIENTO.
           MOVE MH-IMPORTE          TO WSS-ED-IMPORTE
           MOVE MH-SALDO-RESULTANTE TO WSS-ED-SALDO
           MOVE SPACES TO WSS-LINEA
           STRING MH-FECHA-PROCESO      DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  MH-PAIS               DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  MH-SUCURSAL           DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  MH-NUM-CUENTA         DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  MH-TIPO               DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WSS-ED-IMPORTE        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  MH-FECHA-VALOR        DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WSS-ED-SALDO          DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  MH-REFERENCIA         DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  MH-REF-ORIGINAL       DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  MH-TIPO-ORIGINAL      DELIMITED BY SIZE
                  INTO WSS-LINEA
           PERFORM 4900-GRABA-LINEA-MOV
           ADD 1 TO WSS-MOVS-ENVIADOS
           ADD MH-IMPORTE TO WSS-SUMA-MOV
           .
       4200-GRABA-MOVIMIENTO-EXIT. EXIT.

       4900-GRABA-LINEA-MOV.
           WRITE REG-SALIDA-MOV FROM WSS-LINEA
           IF NOT FS-SALIDA-MOV-OK
               DISPLAY 'ERROR ESCRITURA DWHMOV.DAT FS: ' FS-SALIDA-MOV
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       4900-GRABA-LINEA-MOV-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    TOTALES DE SALDOS.DAT TAL CUAL LOS DEJO CORTE2 (SUCURSALES Y
      *    REGISTROS DE PAIS CON SUCURSAL 00): PAIS;SUCURSAL;CANTIDAD;
      *    SALDO;MONEDA. LA SUMA DE CONTROL ES LA DE LOS SALDOS DE
      *    TODAS LAS LINEAS
      *-----------------------------------------------------------------*
       5000-EXTRAE-SALDOS.
           OPEN OUTPUT SALIDA-SAL
           IF NOT FS-SALIDA-SAL-OK
               DISPLAY 'ERROR APERTURA DWHSAL.DAT FS: ' FS-SALIDA-SAL
               PERFORM 9050-ERROR-FATAL
           END-IF
           MOVE 'SALDOS' TO WSS-ARCHIVO-DWH
           PERFORM 7000-ARMA-CABECERA
           PERFORM 5900-GRABA-LINEA-SAL

           OPEN INPUT SALDOS
           IF NOT FS-SALDOS-OK
               DISPLAY 'ERROR REAPERTURA SALDOS.DAT FS: ' FS-SALDOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 5100-LEE-SALDO UNTIL FS-SALDOS-FIN
           CLOSE SALDOS

           MOVE WSS-SALDOS-ENVIADOS TO WSS-CANT-ARCHIVO
           MOVE WSS-SUMA-SAL        TO WSS-SUMA-ARCHIVO
           PERFORM 7100-ARMA-CIERRE
           PERFORM 5900-GRABA-LINEA-SAL
           CLOSE SALIDA-SAL
           .
       5000-EXTRAE-SALDOS-EXIT. EXIT.

       5100-LEE-SALDO.
           READ SALDOS
           EVALUATE TRUE
               WHEN FS-SALDOS-OK
                   MOVE SD-SALDO    TO WSS-ED-SALDO-SUC
                   MOVE SD-CANTIDAD TO WSS-ED-CANTIDAD
                   MOVE SPACES TO WSS-LINEA
                   STRING SD-COD-PAIS      DELIMITED BY SIZE
                          ';'              DELIMITED BY SIZE
                          SD-COD-SUC       DELIMITED BY SIZE
                          ';'              DELIMITED BY SIZE
                          WSS-ED-CANTIDAD  DELIMITED BY SIZE
                          ';'              DELIMITED BY SIZE
                          WSS-ED-SALDO-SUC DELIMITED BY SIZE
                          ';'              DELIMITED BY SIZE
                          SD-MONEDA        DELIMITED BY SIZE
                          INTO WSS-LINEA
                   PERFORM 5900-GRABA-LINEA-SAL
                   ADD 1 TO WSS-SALDOS-ENVIADOS
                   ADD SD-SALDO TO WSS-SUMA-SAL
               WHEN FS-SALDOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SALDOS.DAT FS: ' FS-SALDOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5100-LEE-SALDO-EXIT. EXIT.

       5900-GRABA-LINEA-SAL.
           WRITE REG-SALIDA-SAL FROM WSS-LINEA
           IF NOT FS-SALIDA-SAL-OK
               DISPLAY 'ERROR ESCRITURA DWHSAL.DAT FS: ' FS-SALIDA-SAL
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       5900-GRABA-LINEA-SAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FASE 1 DE LA BASE: CON LOS TRES ARCHIVOS CERRADOS, COPIO LA
      *    IMAGEN A DWHNUE.DAT CON CABECERA 'EXTDWH' Y LA FECHA DE
      *    NEGOCIO, Y MARCO LA FECHA COMO ENVIADA CON LA BASE EN COPIA
      *-----------------------------------------------------------------*
       6000-PREPARA-BASE.
           OPEN INPUT IMAGEN
           IF NOT FS-IMAGEN-OK
               DISPLAY 'ERROR REAPERTURA CTAIMG.DAT FS: ' FS-IMAGEN
               PERFORM 9050-ERROR-FATAL
           END-IF
           OPEN OUTPUT BASE-NUEVA
           IF NOT FS-BASE-NUEVA-OK
               DISPLAY 'ERROR APERTURA DWHNUE.DAT FS: ' FS-BASE-NUEVA
               PERFORM 9050-ERROR-FATAL
           END-IF

           READ IMAGEN
           MOVE WSS-FECHA-NEGOCIO TO WSS-BC-FECHA
           WRITE REG-BASE-NUEVA FROM WSS-BASE-CABECERA
           PERFORM 6100-COPIA-IMAGEN UNTIL FS-IMAGEN-FIN
           CLOSE IMAGEN
           CLOSE BASE-NUEVA

           MOVE WSS-FECHA-NEGOCIO TO DC-FECHA-ENVIADA
           SET DC-BASE-EN-COPIA TO TRUE
           PERFORM 6900-GRABA-CONTROL-DWH
           .
       6000-PREPARA-BASE-EXIT. EXIT.

       6100-COPIA-IMAGEN.
           READ IMAGEN
           EVALUATE TRUE
               WHEN FS-IMAGEN-FIN
                   CONTINUE
               WHEN NOT FS-IMAGEN-OK
                   DISPLAY 'ERROR LECTURA CTAIMG.DAT FS: ' FS-IMAGEN
                   PERFORM 9050-ERROR-FATAL
               WHEN OTHER
                   WRITE REG-BASE-NUEVA FROM REG-IMAGEN
                   IF NOT FS-BASE-NUEVA-OK
                       DISPLAY 'ERROR ESCRITURA DWHNUE.DAT FS: '
                                FS-BASE-NUEVA
                       PERFORM 9050-ERROR-FATAL
                   END-IF
           END-EVALUATE
           .
       6100-COPIA-IMAGEN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    FASE 2: DWHNUE.DAT PASA A SER LA BASE DWHIMG.DAT Y EL ENVIO
      *    QUEDA COMPLETO. SI SE CAE ACA, LA RECORRIDA VUELVE A ESTE
      *    PUNTO (ESTADO 'B') SIN REGENERAR LOS ARCHIVOS
      *-----------------------------------------------------------------*
       6500-INSTALA-BASE.
           OPEN INPUT BASE-NUEVA
           IF NOT FS-BASE-NUEVA-OK
               DISPLAY 'ERROR APERTURA DWHNUE.DAT FS: ' FS-BASE-NUEVA
               PERFORM 9050-ERROR-FATAL
           END-IF
           OPEN OUTPUT BASE
           IF NOT FS-BASE-OK
               DISPLAY 'ERROR APERTURA DWHIMG.DAT FS: ' FS-BASE
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 6600-COPIA-BASE UNTIL FS-BASE-NUEVA-FIN
           CLOSE BASE-NUEVA
           CLOSE BASE

           MOVE WSS-FECHA-BASE TO DC-FECHA-ENVIADA
           SET DC-ENVIO-COMPLETO TO TRUE
           PERFORM 6900-GRABA-CONTROL-DWH
           .
       6500-INSTALA-BASE-EXIT. EXIT.

       6600-COPIA-BASE.
           READ BASE-NUEVA
           EVALUATE TRUE
               WHEN FS-BASE-NUEVA-FIN
                   CONTINUE
               WHEN NOT FS-BASE-NUEVA-OK
                   DISPLAY 'ERROR LECTURA DWHNUE.DAT FS: '
                            FS-BASE-NUEVA
                   PERFORM 9050-ERROR-FATAL
               WHEN OTHER
                   WRITE REG-BASE FROM REG-BASE-NUEVA
                   IF NOT FS-BASE-OK
                       DISPLAY 'ERROR ESCRITURA DWHIMG.DAT FS: '
                                FS-BASE
                       PERFORM 9050-ERROR-FATAL
                   END-IF
           END-EVALUATE
           .
       6600-COPIA-BASE-EXIT. EXIT.

       6900-GRABA-CONTROL-DWH.
           OPEN OUTPUT CONTROL-DWH
           IF NOT FS-CONTROL-DWH-OK
               DISPLAY 'ERROR APERTURA DWHCTL.DAT FS: ' FS-CONTROL-DWH
               PERFORM 9050-ERROR-FATAL
           END-IF
           WRITE REG-CONTROL-DWH
           IF NOT FS-CONTROL-DWH-OK
               DISPLAY 'ERROR ESCRITURA DWHCTL.DAT FS: '
                        FS-CONTROL-DWH
               PERFORM 9050-ERROR-FATAL
           END-IF
           CLOSE CONTROL-DWH
           .
       6900-GRABA-CONTROL-DWH-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CABECERA: HDR;ARCHIVO;FECHA DE NEGOCIO;FECHA DEL ENVIO
      *    ANTERIOR (CERO EN LA CARGA INICIAL)
      *-----------------------------------------------------------------*
       7000-ARMA-CABECERA.
           MOVE SPACES TO WSS-LINEA
           STRING 'HDR;'                DELIMITED BY SIZE
                  WSS-ARCHIVO-DWH       DELIMITED BY SPACE
                  ';'                   DELIMITED BY SIZE
                  WSS-FECHA-NEGOCIO     DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WSS-FECHA-ANTERIOR    DELIMITED BY SIZE
                  INTO WSS-LINEA
           .
       7000-ARMA-CABECERA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CIERRE: TRL;FECHA DE NEGOCIO;CANTIDAD DE DETALLES;SUMA DE
      *    CONTROL
      *-----------------------------------------------------------------*
       7100-ARMA-CIERRE.
           MOVE WSS-CANT-ARCHIVO TO WSS-ED-CANTIDAD
           MOVE WSS-SUMA-ARCHIVO TO WSS-ED-SUMA
           MOVE SPACES TO WSS-LINEA
           STRING 'TRL;'                DELIMITED BY SIZE
                  WSS-FECHA-NEGOCIO     DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WSS-ED-CANTIDAD       DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  WSS-ED-SUMA           DELIMITED BY SIZE
                  INTO WSS-LINEA
           .
       7100-ARMA-CIERRE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR
      *-----------------------------------------------------------------*
       9050-ERROR-FATAL.
           MOVE 8 TO RETURN-CODE
           PERFORM 9000-FINALIZAR
           .
       9050-ERROR-FATAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DISPLAYO TOTALES DE CONTROL, ESTAMPO Y TERMINO
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL
           PERFORM 9160-ESTAMPA-CORRIDA
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- FECHA DE NEGOCIO: '       WSS-FECHA-NEGOCIO
           DISPLAY '- ENVIO ANTERIOR: '         WSS-FECHA-ANTERIOR
           DISPLAY '- CUENTAS EN LA IMAGEN: '   WSS-CTA-LEIDAS
           DISPLAY '- CUENTAS EN LA BASE: '     WSS-BASE-LEIDAS
           DISPLAY '- ALTAS: '                  WSS-ALTAS
           DISPLAY '- MODIFICACIONES: '         WSS-MODIFICACIONES
           DISPLAY '- BAJAS: '                  WSS-BAJAS
           DISPLAY '- MOVIMIENTOS LEIDOS: '     WSS-MOVS-LEIDOS
           DISPLAY '- MOVIMIENTOS ENVIADOS: '   WSS-MOVS-ENVIADOS
           DISPLAY '- TOTALES DE SALDOS: '      WSS-SALDOS-ENVIADOS
           DISPLAY '-------------------------------'
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL RESULTADO DEL PASO EN EL CONTROL DE CORRIDAS
      *-----------------------------------------------------------------*
       9160-ESTAMPA-CORRIDA.
           SET CTL-FUNCION-FIN TO TRUE
           MOVE 'EXTDWH'   TO CTL-PROGRAMA
           MOVE 'CORTE2'   TO CTL-PREDECESOR
           MOVE RETURN-CODE TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
      *    EL GOBACK DE LA RUTINA DEJA EN RETURN-CODE EL DE ELLA (0):
      *    REPONGO EL RETORNO DEL PASO PARA QUE LLEGUE INTACTO AL JOB
           MOVE CTL-RETORNO-JOB TO RETURN-CODE
           IF NOT CTL-OK
               DISPLAY 'EXTDWH: NO SE PUDO ESTAMPAR EL CONTROL DE '
                       'CORRIDAS'
           END-IF
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.
