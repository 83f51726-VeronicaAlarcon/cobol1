      *                 ENTRADAS, LAS SUMAS DE CONTROL Y LOS CAMPOS DE
      *                 DISCREPA.DAT PASAN A SIGNADOS JUNTO CON
      *                 SALDOS.DAT.
      *   2026-10-15  - PLAZOS FIJOS: LOS TOTALES DE LA CARTERA VIGENTE
      *                 DE PLAZOFIJ POR SUCURSAL (PFSALDOS.DAT, MISMO
      *                 FORMATO QUE SALDOS.DAT; OPCIONAL) SE SUMAN AL
      *                 SALDO DE CORTE2 DE LA MISMA CLAVE ANTES DE
      *                 COMPARAR CONTRA EL MAYOR, QUE LLEVA LOS
      *                 DEPOSITOS A LA VISTA Y A PLAZO DE LA SUCURSAL.
      *                 UNA CLAVE CON PLAZOS QUE NO ESTA EN NINGUNO DE
      *                 LOS DOS LADOS SE LISTA COMO DISCREPANCIA.
      *   2026-10-15  - CIERRE PARTIDO POR PAIS (CIERPAC): SOLO SE
      *                 CONCILIAN LOS PAISES DE CIERPAIS.DAT QUE CORTE2
      *                 COMPLETO; LOS REGISTROS DE LOS DEMAS SE SALTEAN
      *                 EN AMBAS ENTRADAS (SIGUEN CONTANDO PARA EL
      *                 CONTROL DE LA TRANSMISION). EL RESULTADO SE
      *                 ESTAMPA POR PAIS Y UN REPROCESO AGREGA A
      *                 DISCREPA.DAT EN VEZ DE PISARLO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
           SELECT ENTRADA2 ASSIGN TO "GLEXTR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA2.
           SELECT PLAZOS-PF ASSIGN TO "PFSALDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOS-PF.
           SELECT PARM ASSIGN TO "TOLERGL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT BITACORA ASSIGN TO "CONCILOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-BITACORA.
           SELECT LISTA-PAISES ASSIGN TO "CIERPAIS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTA-PAISES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
               05 GLT-TIPO            PIC X(03).
               05 GLT-CANTIDAD        PIC 9(09).
               05 GLT-HASH-SALDOS     PIC S9(13)V99.
       FD  PLAZOS-PF.
           01  REG-PLAZOS-PF.
               05 PP-COD-PAIS         PIC X(03).
               05 PP-COD-SUC          PIC 9(02).
               05 PP-CANTIDAD         PIC 9(06).
               05 PP-SALDO            PIC S9(09)V99.
               05 PP-MONEDA           PIC X(03).
       FD  PARM.
           01  REG-PARM               PIC 9(07)V99.
       FD  SALIDA1.
               05 S-MOTIVO            PIC X(30).
       FD  BITACORA.
           01  REG-BITACORA           PIC X(180).
       FD  LISTA-PAISES.
           01  REG-LISTA-PAISES.
               05 LP-PAIS           PIC X(03).

      ******************************************************************
       WORKING-STORAGE SECTION.
           05  FS-ENTRADA2              PIC X(02).
                   88  FS-ENTRADA2-OK               VALUE '00'.
                   88  FS-ENTRADA2-FIN              VALUE '10'.
           05  FS-PLAZOS-PF             PIC X(02).
                   88  FS-PLAZOS-PF-OK              VALUE '00'.
                   88  FS-PLAZOS-PF-FIN             VALUE '10'.
                   88  FS-PLAZOS-PF-NO-EXISTE       VALUE '35'.
           05  FS-PARM                  PIC X(02).
                   88  FS-PARM-OK                   VALUE '00'.
                   88  FS-PARM-NO-EXISTE            VALUE '35'.
           05  FS-BITACORA              PIC X(02).
                   88 FS-BITACORA-OK                VALUE '00'.
                   88 FS-BITACORA-NO-EXISTE         VALUE '35'.
           05  FS-LISTA-PAISES         PIC X(02).
                   88 FS-LISTA-PAISES-OK           VALUE '00'.
                   88 FS-LISTA-PAISES-FIN          VALUE '10'.
                   88 FS-LISTA-PAISES-NO-EXISTE    VALUE '35'.
      *-----------------------------------------------------------------*
      *    CONTROL DE LA TRANSMISION DE GLEXTR.DAT (CABECERA/CIERRE)
      *-----------------------------------------------------------------*
           05 WSS-HORA-EJEC-MM         PIC 9(02).
           05 WSS-HORA-EJEC-SS         PIC 9(02).
           05 WSS-HORA-EJEC-CC         PIC 9(02).
      *-----------------------------------------------------------------*
      *    CARTERA DE PLAZOS FIJOS POR SUCURSAL (PFSALDOS.DAT). CADA
      *    ENTRADA SE MARCA AL SUMARSE A UNA CLAVE; LAS QUE QUEDAN SIN
      *    MARCAR AL FINAL SON DISCREPANCIAS. CON LA TABLA LLENA LA
      *    CONCILIACION DARIA DIFERENCIAS FALSAS: LA CORRIDA ABORTA.
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PLAZOS.
           05 WSS-PLZ-CANT             PIC 9(03) VALUE 0.
           05 WSS-PLZ-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WSS-PLZ-CANT
                              INDEXED BY WSS-PLZ-IDX.
               10 WSS-PLZ-PAIS         PIC X(03).
               10 WSS-PLZ-SUC          PIC 9(02).
               10 WSS-PLZ-SALDO        PIC S9(09)V99.
               10 WSS-PLZ-USADO        PIC X(01).
       01  WSS-BUS-PLZ-PAIS            PIC X(03).
       01  WSS-BUS-PLZ-SUC             PIC 9(02).
       01  WSS-SALDO-PLAZOS            PIC S9(09)V99.
       01  WSS-SW-PLAZOS               PIC X(01).
           88 WSS-HAY-PLAZOS                       VALUE 'S'.
           88 WSS-SIN-PLAZOS                       VALUE 'N'.
       01  WSS-SALDO-CORTE2            PIC S9(09)V99.
       01  WSS-AREA-TRABAJO.
           05 WSS-CLAVE1.
               10 WSS-CLAVE1-PAIS       PIC X(03).
           05 WSS-TOTALES-CONTROL.
               10 WSS-LEIDOS1           PIC 9(04).
               10 WSS-LEIDOS2           PIC 9(04).
               10 WSS-LEIDOS-PLAZOS     PIC 9(04).
               10 WSS-CONCILIADOS       PIC 9(04).
               10 WSS-DISCREPANCIAS     PIC 9(04).
               10 WSS-ERROR             PIC 9(04).
               10 WSS-OMITIDOS          PIC 9(04).
       01  AREADECOM-CTL.
           COPY CPY003.
           COPY CIERPAC.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO    UNTIL FS-ENTRADA1-FIN
                                   AND FS-ENTRADA2-FIN
           PERFORM 2400-PLAZOS-SIN-USAR
               VARYING WSS-PLZ-IDX FROM 1 BY 1
               UNTIL WSS-PLZ-IDX > WSS-PLZ-CANT
           PERFORM 2500-VALIDA-TRANSMISION
           PERFORM 9000-FINALIZAR
           .
           PERFORM 1100-APERTURA-ARCHIVOS
           INITIALIZE WSS-TOTALES-CONTROL
           PERFORM 1150-CARGA-TOLERANCIA
           PERFORM 1170-CARGA-PLAZOS
           PERFORM 1160-VALIDA-CABECERA-GL
           PERFORM 5000-LECTURA-ARCH1
           PERFORM 5100-LECTURA-ARCH2
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONTROL DE CORRIDAS: EL PASO CORRE PARTIDO POR PAIS. CADA
      *    PAIS SE HABILITA AL LEERSE (8100); ACA SOLO CARGO LA LISTA DE
      *    LA CORRIDA Y VEO SI ES UN REPROCESO
      *-----------------------------------------------------------------*
       1020-CONTROL-DE-CORRIDA.
           PERFORM 8000-CARGA-LISTA-PAISES
           SET CTL-FUNCION-REPROCESO TO TRUE
           MOVE 'CONCILIA' TO CTL-PROGRAMA
           MOVE SPACES     TO CTL-PREDECESOR
           MOVE SPACES     TO CTL-PAIS
           MOVE 0          TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-YA-CORRIO
                   SET PP-ES-REPROCESO TO TRUE
                   DISPLAY 'CONCILIA: REPROCESO DE PAISES DE LA FECHA '
                           CTL-FECHA-NEGOCIO
               WHEN OTHER
                   DISPLAY 'CONCILIA: CONTROL DE CORRIDAS CON ERROR'
                   MOVE 8 TO RETURN-CODE
               PERFORM 9050-ERROR-FATAL
           END-IF

           IF PP-ES-REPROCESO
               OPEN EXTEND SALIDA1
           ELSE
               OPEN OUTPUT SALIDA1
           END-IF
           IF NOT FS-SALIDA1-OK
               DISPLAY 'ERROR APERTURA SALIDA1 FS: ' FS-SALIDA1
               PERFORM 9050-ERROR-FATAL
           .
       1150-CARGA-TOLERANCIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PFSALDOS.DAT ES OPCIONAL: SIN ARCHIVO NO HAY PLAZOS FIJOS.
      *    SOLO SE CARGAN LOS REGISTROS DE SUCURSAL (LOS DE PAIS, CON
      *    SUCURSAL 00, NO PARTICIPAN DEL CRUCE, COMO EN SALDOS.DAT)
      *-----------------------------------------------------------------*
       1170-CARGA-PLAZOS.
           OPEN INPUT PLAZOS-PF
           IF FS-PLAZOS-PF-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PLAZOS-PF-OK
                   DISPLAY 'ERROR APERTURA PFSALDOS.DAT FS: '
                            FS-PLAZOS-PF
                   PERFORM 9050-ERROR-FATAL
               ELSE
                   PERFORM 1180-LEE-PLAZOS
                       UNTIL FS-PLAZOS-PF-FIN
                   CLOSE PLAZOS-PF
               END-IF
           END-IF
           .
       1170-CARGA-PLAZOS-EXIT. EXIT.

       1180-LEE-PLAZOS.
           READ PLAZOS-PF
           EVALUATE TRUE
               WHEN FS-PLAZOS-PF-OK
                   ADD 1 TO WSS-LEIDOS-PLAZOS
                   IF PP-COD-SUC NOT = 0
                       PERFORM 1190-AGREGA-PLAZOS
                   END-IF
               WHEN FS-PLAZOS-PF-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PFSALDOS.DAT FS: '
                            FS-PLAZOS-PF
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1180-LEE-PLAZOS-EXIT. EXIT.

       1190-AGREGA-PLAZOS.
           IF WSS-PLZ-CANT < 500
               ADD 1 TO WSS-PLZ-CANT
               SET WSS-PLZ-IDX TO WSS-PLZ-CANT
               MOVE PP-COD-PAIS TO WSS-PLZ-PAIS (WSS-PLZ-IDX)
               MOVE PP-COD-SUC  TO WSS-PLZ-SUC (WSS-PLZ-IDX)
               MOVE PP-SALDO    TO WSS-PLZ-SALDO (WSS-PLZ-IDX)
               MOVE 'N'         TO WSS-PLZ-USADO (WSS-PLZ-IDX)
           ELSE
               DISPLAY 'CONCILIA: TABLA DE PLAZOS FIJOS LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1190-AGREGA-PLAZOS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CRUCE POR CLAVE PAIS/SUCURSAL, IGUAL AL EMPAREJAMIENTO
      *    CLASICO DE MAESTRO VIEJO/MAESTRO NUEVO
      *    DEL MAYOR
      *-----------------------------------------------------------------*
       5250-SIN-GL.
           MOVE E1-COD-PAIS      TO WSS-BUS-PLZ-PAIS
           MOVE E1-COD-SUC       TO WSS-BUS-PLZ-SUC
           PERFORM 5400-BUSCA-PLAZOS
           MOVE E1-COD-PAIS      TO S-COD-PAIS
           MOVE E1-COD-SUC       TO S-COD-SUC
           COMPUTE S-SALDO-CORTE2 = E1-SALDO + WSS-SALDO-PLAZOS
           MOVE 0                TO S-SALDO-GL
           MOVE 0                TO S-DIFERENCIA
           MOVE 'SIN COINCIDENCIA EN EL MAYOR' TO S-MOTIVO
       5250-SIN-GL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CLAVE DEL EXTRACTO DEL MAYOR SIN COINCIDENCIA EN SALDOS.DAT.
      *    SI LA SUCURSAL SOLO TIENE PLAZOS FIJOS, SE COMPARA LA CARTERA
      *    DE PLAZOS CONTRA EL MAYOR
      *-----------------------------------------------------------------*
       5300-SIN-CORTE2.
           MOVE E2-COD-PAIS      TO WSS-BUS-PLZ-PAIS
           MOVE E2-COD-SUC       TO WSS-BUS-PLZ-SUC
           PERFORM 5400-BUSCA-PLAZOS
           IF WSS-HAY-PLAZOS
               MOVE WSS-SALDO-PLAZOS TO WSS-SALDO-CORTE2
               PERFORM 5220-CONTRA-TOLERANCIA
           ELSE
               MOVE E2-COD-PAIS      TO S-COD-PAIS
               MOVE E2-COD-SUC       TO S-COD-SUC
               MOVE 0                TO S-SALDO-CORTE2
               MOVE E2-SALDO-GL      TO S-SALDO-GL
               MOVE 0                TO S-DIFERENCIA
               MOVE 'SIN COINCIDENCIA EN CORTE2' TO S-MOTIVO
               PERFORM 5350-GRABO-DISCREPANCIA
           END-IF
           .
       5300-SIN-CORTE2-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CLAVE PRESENTE EN AMBOS: COMPARO SALDOS (VISTA MAS PLAZOS
      *    FIJOS DE LA SUCURSAL) CONTRA LA TOLERANCIA
      *-----------------------------------------------------------------*
       5200-COMPARA-SALDOS.
           MOVE E1-COD-PAIS      TO WSS-BUS-PLZ-PAIS
           MOVE E1-COD-SUC       TO WSS-BUS-PLZ-SUC
           PERFORM 5400-BUSCA-PLAZOS
           COMPUTE WSS-SALDO-CORTE2 = E1-SALDO + WSS-SALDO-PLAZOS
           PERFORM 5220-CONTRA-TOLERANCIA
           .
       5200-COMPARA-SALDOS-EXIT. EXIT.

       5220-CONTRA-TOLERANCIA.
           COMPUTE WSS-DIFERENCIA = WSS-SALDO-CORTE2 - E2-SALDO-GL
           IF WSS-DIFERENCIA < 0
               COMPUTE WSS-DIFERENCIA-ABS = WSS-DIFERENCIA * -1
           ELSE
           END-IF

           IF WSS-DIFERENCIA-ABS > WSS-TOLERANCIA
               MOVE E2-COD-PAIS   TO S-COD-PAIS
               MOVE E2-COD-SUC    TO S-COD-SUC
               MOVE WSS-SALDO-CORTE2 TO S-SALDO-CORTE2
               MOVE E2-SALDO-GL   TO S-SALDO-GL
               MOVE WSS-DIFERENCIA TO S-DIFERENCIA
               MOVE 'DIFERENCIA SUPERA TOLERANCIA' TO S-MOTIVO
               ADD 1 TO WSS-CONCILIADOS
           END-IF
           .
       5220-CONTRA-TOLERANCIA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARTERA DE PLAZOS FIJOS DE LA CLAVE WSS-BUS-PLZ-PAIS/SUC
      *    (CERO SI NO TIENE); LA ENTRADA QUEDA MARCADA COMO USADA
      *-----------------------------------------------------------------*
       5400-BUSCA-PLAZOS.
           MOVE 0 TO WSS-SALDO-PLAZOS
           SET WSS-SIN-PLAZOS TO TRUE
           IF WSS-PLZ-CANT > 0
               SET WSS-PLZ-IDX TO 1
               SEARCH WSS-PLZ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PLZ-PAIS (WSS-PLZ-IDX) = WSS-BUS-PLZ-PAIS
                        AND WSS-PLZ-SUC (WSS-PLZ-IDX) = WSS-BUS-PLZ-SUC
                       MOVE WSS-PLZ-SALDO (WSS-PLZ-IDX)
                            TO WSS-SALDO-PLAZOS
                       MOVE 'S' TO WSS-PLZ-USADO (WSS-PLZ-IDX)
                       SET WSS-HAY-PLAZOS TO TRUE
               END-SEARCH
           END-IF
           .
       5400-BUSCA-PLAZOS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUCURSAL CON PLAZOS FIJOS QUE NO APARECIO NI EN SALDOS.DAT
      *    NI EN EL EXTRACTO DEL MAYOR (SOLO DE PAISES HABILITADOS)
      *-----------------------------------------------------------------*
       2400-PLAZOS-SIN-USAR.
           MOVE WSS-PLZ-PAIS (WSS-PLZ-IDX) TO PP-PAIS-ACTUAL
           PERFORM 8100-HABILITA-PAIS
           IF WSS-PLZ-USADO (WSS-PLZ-IDX) NOT = 'S'
              AND PP-PAIS-HABILITADO
               MOVE WSS-PLZ-PAIS (WSS-PLZ-IDX)  TO S-COD-PAIS
               MOVE WSS-PLZ-SUC (WSS-PLZ-IDX)   TO S-COD-SUC
               MOVE WSS-PLZ-SALDO (WSS-PLZ-IDX) TO S-SALDO-CORTE2
               MOVE 0                           TO S-SALDO-GL
               MOVE 0                           TO S-DIFERENCIA
               MOVE 'PLAZOS SIN COINCIDENCIA'   TO S-MOTIVO
               PERFORM 5350-GRABO-DISCREPANCIA
           END-IF
           .
       2400-PLAZOS-SIN-USAR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA DISCREPANCIA DEJA CON ADVERTENCIA AL PAIS DE LA CLAVE
      *-----------------------------------------------------------------*
       5350-GRABO-DISCREPANCIA.
           WRITE REG-SALIDA1

           IF FS-SALIDA1-OK
               ADD 1 TO WSS-DISCREPANCIAS
               MOVE S-COD-PAIS TO PP-PAIS-ACTUAL
               PERFORM 8100-HABILITA-PAIS
               IF PP-POS-ACTUAL > 0
                   MOVE 4 TO PP-PART-RETORNO (PP-POS-ACTUAL)
               END-IF
           ELSE
               DISPLAY 'ERROR FS: ' FS-SALIDA1
               PERFORM 9050-ERROR-FATAL
      *    SALDOS.DAT TRAE UN REGISTRO POR PAIS (SD-COD-SUC = 0, TOTAL
      *    DE PAIS) ADEMAS DE UN REGISTRO POR SUCURSAL; GLEXTR.DAT SOLO
      *    TRAE EXTRACTO A NIVEL SUCURSAL, ASI QUE LOS TOTALES DE PAIS
      *    SE SALTEAN ACA Y NO PARTICIPAN DEL MATCH-MERGE. TAMPOCO
      *    PARTICIPAN LOS PAISES NO HABILITADOS: EN UN REPROCESO LOS
      *    PAISES AGREGADOS AL FINAL DE SALDOS.DAT QUEDAN FUERA DE
      *    ORDEN RESPECTO DE LOS YA COMPLETOS, Y SOLO ASI EL CRUCE LOS
      *    VE EN SECUENCIA
      *-----------------------------------------------------------------*
       5000-LECTURA-ARCH1.
           PERFORM 5010-LEE-ENTRADA1
               WITH TEST AFTER
               UNTIL NOT FS-ENTRADA1-OK
               OR (E1-COD-SUC NOT = 0 AND PP-PAIS-HABILITADO)

           EVALUATE TRUE
               WHEN FS-ENTRADA1-OK
           READ ENTRADA1
           IF FS-ENTRADA1-OK
               ADD 1 TO WSS-LEIDOS1
      *        LAS DOS ENTRADAS SE LEEN INTERCALADAS: EL PAIS SE BUSCA
      *        EN CADA REGISTRO (8100 SOLO LLAMA A RUNCTL LA PRIMERA VEZ)
               MOVE E1-COD-PAIS TO PP-PAIS-ACTUAL
               PERFORM 8100-HABILITA-PAIS
               IF PP-PAIS-OMITIDO
                   ADD 1 TO WSS-OMITIDOS
               END-IF
           END-IF
           .
       5010-LEE-ENTRADA1-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LOS REGISTROS DE PAISES NO HABILITADOS SE SALTEAN COMO EN
      *    SALDOS.DAT, PERO SUMAN AL CONTROL DE LA TRANSMISION
      *-----------------------------------------------------------------*
       5100-LECTURA-ARCH2.
           PERFORM 5110-LEE-ENTRADA2
               WITH TEST AFTER
               UNTIL NOT FS-ENTRADA2-OK
               OR PP-PAIS-HABILITADO
           .
       5100-LECTURA-ARCH2-EXIT. EXIT.

       5110-LEE-ENTRADA2.
           READ ENTRADA2
           EVALUATE TRUE
      *        EL REGISTRO DE CIERRE TERMINA EL EXTRACTO: GUARDO LOS
                   ADD E2-SALDO-GL TO WSS-HASH-SALDOS-GL
                   MOVE E2-COD-PAIS TO WSS-CLAVE2-PAIS
                   MOVE E2-COD-SUC  TO WSS-CLAVE2-SUC
                   MOVE E2-COD-PAIS TO PP-PAIS-ACTUAL
                   PERFORM 8100-HABILITA-PAIS
                   IF PP-PAIS-OMITIDO
                       ADD 1 TO WSS-OMITIDOS
                   END-IF
               WHEN FS-ENTRADA2-FIN
                   MOVE HIGH-VALUES TO WSS-CLAVE2
               WHEN OTHER
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       5110-LEE-ENTRADA2-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    VALIDO LO DECLARADO POR EL CIERRE DE LA TRANSMISION CONTRA
           .
       2500-VALIDA-TRANSMISION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LISTA DE PAISES DE LA CORRIDA (CIERPAIS.DAT, OPCIONAL: SIN
      *    LISTA SE PROCESAN TODOS LOS PAISES QUE TRAEN LOS DATOS)
      *-----------------------------------------------------------------*
       8000-CARGA-LISTA-PAISES.
           OPEN INPUT LISTA-PAISES
           IF FS-LISTA-PAISES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-LISTA-PAISES-OK
                   DISPLAY 'ERROR APERTURA CIERPAIS.DAT FS: '
                            FS-LISTA-PAISES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM 8010-LEE-LISTA-PAISES
                       UNTIL FS-LISTA-PAISES-FIN
                   CLOSE LISTA-PAISES
               END-IF
           END-IF
           .
       8000-CARGA-LISTA-PAISES-EXIT. EXIT.

       8010-LEE-LISTA-PAISES.
           READ LISTA-PAISES
           EVALUATE TRUE
               WHEN FS-LISTA-PAISES-OK
                   IF LP-PAIS NOT = SPACES
                       IF PP-LISTA-CANT < 50
                           ADD 1 TO PP-LISTA-CANT
                           MOVE LP-PAIS
                                TO PP-LISTA-PAIS (PP-LISTA-CANT)
                       ELSE
                           DISPLAY 'CIERPAIS.DAT CON MAS DE 50 PAISES'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               WHEN FS-LISTA-PAISES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CIERPAIS.DAT FS: '
                            FS-LISTA-PAISES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       8010-LEE-LISTA-PAISES-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    HABILITO EL PAIS DE PP-PAIS-ACTUAL LA PRIMERA VEZ QUE
      *    APARECE: FUERA DE LA LISTA QUEDA SIN ENTRADA (POS CERO); SI
      *    NO, RUNCTL DECIDE SI SE PROCESA, SI YA LO COMPLETO UNA
      *    CORRIDA ANTERIOR DE LA FECHA O SI QUEDA RETENIDO
      *-----------------------------------------------------------------*
       8100-HABILITA-PAIS.
           MOVE 0 TO PP-POS-ACTUAL
           IF PP-PART-CANT > 0
               SET PP-PART-IDX TO 1
               SEARCH PP-PART-ENTRY
                   AT END
                       CONTINUE
                   WHEN PP-PART-PAIS (PP-PART-IDX) = PP-PAIS-ACTUAL
                       SET PP-POS-ACTUAL TO PP-PART-IDX
               END-SEARCH
           END-IF
           IF PP-POS-ACTUAL = 0
               PERFORM 8110-AGREGA-PAIS
           END-IF

           SET PP-PAIS-OMITIDO TO TRUE
           IF PP-POS-ACTUAL > 0
               IF PP-PART-PROCESA (PP-POS-ACTUAL)
                  OR PP-PART-FALLIDA (PP-POS-ACTUAL)
                   SET PP-PAIS-HABILITADO TO TRUE
               END-IF
           END-IF
           .
       8100-HABILITA-PAIS-EXIT. EXIT.

       8110-AGREGA-PAIS.
           SET PP-PAIS-HABILITADO TO TRUE
           IF PP-LISTA-CANT > 0
               SET PP-LISTA-IDX TO 1
               SEARCH PP-LISTA-ENTRY
                   AT END
                       SET PP-PAIS-OMITIDO TO TRUE
                   WHEN PP-LISTA-PAIS (PP-LISTA-IDX) = PP-PAIS-ACTUAL
                       CONTINUE
               END-SEARCH
           END-IF

           IF PP-PAIS-HABILITADO
               IF PP-PART-CANT < 50
                   ADD 1 TO PP-PART-CANT
                   MOVE PP-PART-CANT   TO PP-POS-ACTUAL
                   MOVE PP-PAIS-ACTUAL TO PP-PART-PAIS (PP-POS-ACTUAL)
                   MOVE 0 TO PP-PART-RETORNO (PP-POS-ACTUAL)
                   PERFORM 8120-INICIA-PAIS
               ELSE
                   DISPLAY 'CONCILIA: MAS DE 50 PAISES EN LA CORRIDA'
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF
           .
       8110-AGREGA-PAIS-EXIT. EXIT.

       8120-INICIA-PAIS.
           SET CTL-FUNCION-INICIO-PAIS TO TRUE
           MOVE 'CONCILIA' TO CTL-PROGRAMA
           MOVE 'CORTE2'   TO CTL-PREDECESOR
           MOVE PP-PAIS-ACTUAL TO CTL-PAIS
           MOVE 0              TO CTL-RETORNO-JOB
           CALL 'RUNCTL' USING AREADECOM-CTL
           EVALUATE TRUE
               WHEN CTL-OK
                   MOVE 'P' TO PP-PART-ESTADO (PP-POS-ACTUAL)
               WHEN CTL-YA-CORRIO
                   MOVE 'Y' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'CONCILIA: PAIS ' PP-PAIS-ACTUAL
                           ' YA COMPLETADO PARA LA FECHA, SE SALTEA'
               WHEN CTL-PREDECESOR-PENDIENTE
                   MOVE 'R' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'CONCILIA: PAIS ' PP-PAIS-ACTUAL
                           ' RETENIDO: CORTE2 NO LO COMPLETO'
               WHEN OTHER
                   MOVE 'F' TO PP-PART-ESTADO (PP-POS-ACTUAL)
                   DISPLAY 'CONCILIA: CONTROL DE CORRIDAS CON ERROR'
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       8120-INICIA-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR, PARA
      *    QUE EL JCL PUEDA SALTEAR LOS PASOS SIGUIENTES DE LA
       9000-FINALIZAR.
           PERFORM 9100-TOTALES-DE-CONTROL.
           PERFORM 9150-GRABA-BITACORA
           PERFORM 9170-ESTAMPA-PAISES
           PERFORM 9160-ESTAMPA-CORRIDA
           CLOSE ENTRADA1
           CLOSE ENTRADA2
           .
       9160-ESTAMPA-CORRIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EN EL CONTROL DE CORRIDAS EL RESULTADO DE CADA PAIS
      *    PROCESADO (LOS RETENIDOS YA LOS MARCO RUNCTL; LOS YA
      *    COMPLETADOS NO SE TOCAN). UN ABORTO DEJA A TODOS EN 'E'.
      *-----------------------------------------------------------------*
       9170-ESTAMPA-PAISES.
           MOVE RETURN-CODE TO PP-RETORNO-PASO
           PERFORM 9175-ESTAMPA-PAIS
               VARYING PP-PART-IDX FROM 1 BY 1
               UNTIL PP-PART-IDX > PP-PART-CANT
      *    LOS CALL A RUNCTL PISAN RETURN-CODE: REPONGO EL DEL PASO
           MOVE PP-RETORNO-PASO TO RETURN-CODE
           .
       9170-ESTAMPA-PAISES-EXIT. EXIT.

       9175-ESTAMPA-PAIS.
           IF PP-PART-PROCESA (PP-PART-IDX)
              OR PP-PART-FALLIDA (PP-PART-IDX)
               SET CTL-FUNCION-FIN-PAIS TO TRUE
               MOVE 'CONCILIA' TO CTL-PROGRAMA
               MOVE SPACES     TO CTL-PREDECESOR
               MOVE PP-PART-PAIS (PP-PART-IDX) TO CTL-PAIS
               IF PP-PART-FALLIDA (PP-PART-IDX)
                  OR PP-RETORNO-PASO >= 8
                   MOVE 8 TO CTL-RETORNO-JOB
               ELSE
                   MOVE PP-PART-RETORNO (PP-PART-IDX)
                        TO CTL-RETORNO-JOB
               END-IF
               CALL 'RUNCTL' USING AREADECOM-CTL
               IF NOT CTL-OK
                   DISPLAY 'CONCILIA: NO SE PUDO ESTAMPAR EL PAIS '
                           PP-PART-PAIS (PP-PART-IDX)
               END-IF
           END-IF
           .
       9175-ESTAMPA-PAIS-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO UNA LINEA A LA BITACORA DE CORRIDAS CON FECHA/HORA,
      *    ORIGEN Y FECHA DE LA TRANSMISION, LOS TOTALES DE CONTROL Y
           DISPLAY '------------------------------------'
           DISPLAY '- REGISTROS SALDOS.DAT LEIDOS: ' WSS-LEIDOS1
           DISPLAY '- REGISTROS GLEXTR.DAT LEIDOS: ' WSS-LEIDOS2
           DISPLAY '- REGISTROS PFSALDOS.DAT LEIDOS: '
                    WSS-LEIDOS-PLAZOS
           DISPLAY '- CLAVES CONCILIADAS OK: ' WSS-CONCILIADOS
           DISPLAY '- DISCREPANCIAS: ' WSS-DISCREPANCIAS
           DISPLAY '- ERRORES: ' WSS-ERROR
           DISPLAY '- REGISTROS DE PAISES NO HABILITADOS: '
                    WSS-OMITIDOS

           IF RETURN-CODE = 0 AND WSS-DISCREPANCIAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9120-RESUMEN-PAISES
           DISPLAY '------------------------------------'
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RESULTADO POR PAIS. UN PAIS RETENIDO O FALLIDO DEJA AL MENOS
      *    RETURN-CODE 4 (EL RESTO DE LA CANALIZACION SIGUE); SI NINGUN
      *    PAIS PUDO PROCESARSE NI ESTABA YA COMPLETO, EL PASO NO
      *    PRODUJO NADA Y TERMINA CON 8
      *-----------------------------------------------------------------*
       9120-RESUMEN-PAISES.
           INITIALIZE PP-CONTADORES
           PERFORM 9125-RESUMEN-UN-PAIS
               VARYING PP-PART-IDX FROM 1 BY 1
               UNTIL PP-PART-IDX > PP-PART-CANT
           DISPLAY '- PAISES PROCESADOS: ' PP-PROCESADOS
                   ' YA COMPLETOS: ' PP-YA-COMPLETOS
                   ' RETENIDOS: ' PP-RETENIDOS
                   ' FALLIDOS: ' PP-FALLIDOS

           IF RETURN-CODE < 8
               EVALUATE TRUE
                   WHEN PP-PROCESADOS = 0 AND PP-YA-COMPLETOS = 0
                    AND PP-RETENIDOS + PP-FALLIDOS > 0
                       DISPLAY 'CONCILIA: NINGUN PAIS PUDO PROCESARSE'
                       MOVE 8 TO RETURN-CODE
                   WHEN PP-RETENIDOS + PP-FALLIDOS > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           .
       9120-RESUMEN-PAISES-EXIT. EXIT.

       9125-RESUMEN-UN-PAIS.
           EVALUATE TRUE
               WHEN PP-PART-PROCESA (PP-PART-IDX)
                   ADD 1 TO PP-PROCESADOS
                   DISPLAY '-   ' PP-PART-PAIS (PP-PART-IDX)
                           ' PROCESADO'
               WHEN PP-PART-YA-COMPLETA (PP-PART-IDX)
                   ADD 1 TO PP-YA-COMPLETOS
                   DISPLAY '-   ' PP-PART-PAIS (PP-PART-IDX)
                           ' YA COMPLETO EN LA FECHA'
               WHEN PP-PART-RETENIDA (PP-PART-IDX)
                   ADD 1 TO PP-RETENIDOS
                   DISPLAY '-   ' PP-PART-PAIS (PP-PART-IDX)
                           ' RETENIDO'
               WHEN OTHER
                   ADD 1 TO PP-FALLIDOS
                   DISPLAY '-   ' PP-PART-PAIS (PP-PART-IDX)
                           ' FALLIDO'
           END-EVALUATE
           .
       9125-RESUMEN-UN-PAIS-EXIT. EXIT.
