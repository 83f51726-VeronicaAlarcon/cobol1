      ******************************************************************
      * Author:    VERONICA ALARCON
      * Date:      2026-10-15
      * Purpose:   PARTIDAS EN SUSPENSO. MOVRECH.DAT SE PISA EN CADA
      *            CORRIDA DE APLICMOV: UN DEPOSITO 'D' RECHAZADO
      *            (CUENTA INEXISTENTE, CERRADA, BLOQUEADA, DIGITO
      *            VERIFICADOR ERRADO...) ES DINERO QUE LA SUCURSAL
      *            RECIBIO Y QUE AL DIA SIGUIENTE NO QUEDABA EN NINGUN
      *            LADO. ESTE PASO CORRE ANTES DE APLICMOV (COMO CANJE
      *            Y ORDPERM) Y ESTACIONA CADA DEPOSITO RECHAZADO DE LA
      *            ULTIMA CORRIDA EN EL ARCHIVO PERSISTENTE SUSPEN.DAT
      *            (VER SUSPENC.CPY), UNA SOLA VEZ POR REFERENCIA.
      *            LOS CHEQUES 'Q' NO SE ESTACIONAN (EL DINERO NO
      *            INGRESO) Y LAS EXTRACCIONES/TRANSFERENCIAS/REVERSOS
      *            RECHAZADOS NO MUEVEN FONDOS.
      *            RESOLUCION DE LAS PARTIDAS:
      *            - SUSRES.DAT (OPCIONAL): INSTRUCCIONES DE
      *              OPERACIONES, 'R' REASIGNA LA PARTIDA A UNA CUENTA
      *              CORREGIDA (AGREGA A MOVDIA.DAT UN DEPOSITO 'D' CON
      *              UNA REFERENCIA DEL RANGO RESERVADO A SUSPENSO, VER
      *              MOVHISTC.CPY, NUMERADA CON EL CONTROL SUSCTL.DAT,
      *              PARA QUE LO APLIQUE LA CORRIDA SIGUIENTE) O 'D' LA
      *              DEVUELVE AL ORIGEN. EL OPERADOR DEBE ESTAR EN
      *              OPERADOR.DAT CON ALCANCE SOBRE LA SUCURSAL DE LA
      *              PARTIDA.
      *            - MOVAPLIC.DAT: SI LA SUCURSAL REENVIO EL DEPOSITO
      *              CORREGIDO CON LA MISMA REFERENCIA Y APLICMOV LO
      *              APLICO, LA PARTIDA QUEDA APLICADA.
      *            CADA ALTA SE ASIENTA CON EL FLUJO 'SA' Y CADA SALIDA
      *            (REASIGNADA, DEVUELTA O APLICADA) CON EL FLUJO 'SB'
      *            DE REGASI.DAT, EN LAS CUENTAS DEL PAIS/SUCURSAL DE LA
      *            PARTIDA VALIDADAS CONTRA PLANCTA.DAT; EL LOTE TOMA SU
      *            NUMERO DE LOTECTL.DAT Y SE AGREGA AL ACUMULATIVO
      *            SUSASI.DAT (FORMATO ASIENTOS.DAT) QUE GENASIEN PASA
      *            A ASIENTOS.DAT EN EL CIERRE MENSUAL. UNA PARTIDA QUE
      *            NO PUEDE ASENTARSE (SIN REGLA, CUENTA FUERA DEL PLAN
      *            O SIN MONEDA) QUEDA CON SU LOTE EN CERO PARA LA
      *            CORRIDA SIGUIENTE Y EL PASO TERMINA CON RC 8.
      *            SUSPEN.DAT SE REGRABA ANTES DE AGREGAR A SUSASI.DAT
      *            Y A MOVDIA.DAT: UN LOTE ESTAMPADO QUE NO LLEGO A
      *            SUSASI.DAT SE VUELVE A ASENTAR Y UN DEPOSITO CUYA
      *            REFERENCIA YA ESTA EN MOVDIA.DAT NO SE REPITE.
      *            EL REPORTE SUSREP.DAT LISTA LO ESTACIONADO, LO
      *            RESUELTO Y LO OBSERVADO EN EL DIA, Y LAS PARTIDAS
      *            PENDIENTES CON SU ANTIGUEDAD Y UN RESUMEN POR TRAMO Y
      *            MONEDA. LAS QUE SUPERAN LOS DIAS DE ESCALAMIENTO DEL
      *            PAIS (SUSPAR.DAT, 30 POR DEFECTO) VAN ADEMAS A
      *            SUSESC.DAT, QUE CIERREST MUESTRA EN LA PAGINA DEL
      *            CIERRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
       FILE-CONTROL.
           SELECT RECHAZOS ASSIGN TO "MOVRECH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.
           SELECT PARTIDAS ASSIGN TO "SUSPEN.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARTIDAS.
           SELECT PARM ASSIGN TO "SUSPAR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARM.
           SELECT INSTRUCCIONES ASSIGN TO "SUSRES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSTRUCCIONES.
           SELECT OPERADORES ASSIGN TO "OPERADOR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-OPERADORES.
           SELECT MAESTRO-CTA ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CLAVE-CUENTA
                   SOURCE IS CTA-PAIS CTA-SUCURSAL CTA-NUM-CUENTA
           FILE STATUS FS-MAESTRO-CTA.
           SELECT APLICADOS ASSIGN TO "MOVAPLIC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-APLICADOS.
           SELECT MOVIMIENTOS ASSIGN TO "MOVDIA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT CONTROL-SUSPENSO ASSIGN TO "SUSCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-SUSPENSO.
           SELECT REGLAS ASSIGN TO "REGASI.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REGLAS.
           SELECT PLAN-CUENTAS ASSIGN TO "PLANCTA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAN-CUENTAS.
           SELECT CONTROL-LOTE ASSIGN TO "LOTECTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL-LOTE.
           SELECT ASIENTOS-SUS ASSIGN TO "SUSASI.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS-SUS.
           SELECT ESCALADAS ASSIGN TO "SUSESC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ESCALADAS.
           SELECT REPORTE ASSIGN TO "SUSREP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    MOVRECH.DAT: IMAGEN DEL MOVIMIENTO (MOVDIAC.CPY) + MOTIVO.
      *    LA IMAGEN ES LA QUE TRAJO LA SUCURSAL: PUEDE NO SER NUMERICA
       FD  RECHAZOS.
           01  REG-RECHAZO.
               05 RR-PAIS               PIC X(03).
               05 RR-SUCURSAL           PIC 9(02).
               05 RR-NUM-CUENTA         PIC 9(10).
               05 RR-TIPO               PIC X(01).
                   88 RR-DEPOSITO                 VALUE 'D'.
               05 RR-IMPORTE            PIC 9(07)V99.
               05 RR-FECHA-VALOR        PIC 9(08).
               05 FILLER                PIC X(15).
               05 RR-REFERENCIA         PIC X(09).
               05 RR-REFERENCIA-NUM REDEFINES RR-REFERENCIA
                                        PIC 9(09).
               05 FILLER                PIC X(09).
               05 RR-MOTIVO             PIC X(30).
       FD  PARTIDAS.
           01  REG-PARTIDA.
               COPY SUSPENC.
      *    SUSPAR.DAT: POR PAIS, LA MONEDA DE UNA PARTIDA CUYA CUENTA
      *    NO ESTA EN EL MAESTRO Y LOS DIAS DESPUES DE LOS CUALES UNA
      *    PARTIDA PENDIENTE SE ESCALA AL CIERRE
       FD  PARM.
           01  REG-PARM.
               05 SS-PAIS               PIC X(03).
               05 SS-MONEDA             PIC X(03).
               05 SS-DIAS-ESCALA        PIC 9(03).
      *    SUSRES.DAT: 'R' REASIGNA A LA CUENTA INDICADA, 'D' DEVUELVE
      *    AL ORIGEN (LA CUENTA VA EN BLANCO/CERO)
       FD  INSTRUCCIONES.
           01  REG-INSTRUCCION.
               05 SR-REFERENCIA         PIC 9(09).
               05 SR-ACCION             PIC X(01).
                   88 SR-REASIGNA                 VALUE 'R'.
                   88 SR-DEVUELVE                 VALUE 'D'.
               05 SR-CLAVE-NUEVA.
                   10 SR-PAIS           PIC X(03).
                   10 SR-SUCURSAL       PIC 9(02).
                   10 SR-NUM-CUENTA     PIC 9(10).
               05 SR-OPERADOR           PIC X(08).
       FD  OPERADORES.
           01  REG-OPERADOR.
               COPY OPERADRC.
       FD  MAESTRO-CTA.
           01  REG-MAESTRO-CTA.
               COPY CUENTASC.
       FD  APLICADOS.
           01  REG-APLICADO.
               05 CA-REFERENCIA         PIC 9(09).
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY MOVDIAC.
       FD  CONTROL-SUSPENSO.
           01  REG-CONTROL-SUSPENSO.
               05 CS-ULTIMA-REFERENCIA  PIC 9(09).
       FD  REGLAS.
           01  REG-REGLA.
               COPY REGASIC.
       FD  PLAN-CUENTAS.
           01  REG-PLAN-CUENTAS.
               05 PC-CUENTA-MAYOR       PIC X(07).
               05 PC-DESCRIPCION        PIC X(30).
       FD  CONTROL-LOTE.
           01  REG-CONTROL-LOTE.
               05 LC-ULTIMO-LOTE        PIC 9(06).
      *    MISMO FORMATO QUE ASIENTOS.DAT (VER GENASIEN)
       FD  ASIENTOS-SUS.
           01  REG-ASIENTO.
               05 AS-LOTE               PIC 9(06).
               05 AS-FECHA              PIC 9(08).
               05 AS-CUENTA-MAYOR       PIC X(07).
               05 AS-TIPO-MOV           PIC X(01).
                   88 AS-DEBE                     VALUE 'D'.
                   88 AS-HABER                    VALUE 'H'.
               05 AS-IMPORTE            PIC S9(09)V99.
               05 AS-MONEDA             PIC X(03).
      *    SUSESC.DAT: PARTIDAS PENDIENTES QUE SUPERARON LOS DIAS DE
      *    ESCALAMIENTO, CON LA FECHA DE LA CORRIDA (LO LEE CIERREST)
       FD  ESCALADAS.
           01  REG-ESCALADA.
               05 SE-FECHA              PIC 9(08).
               05 SE-PAIS               PIC X(03).
               05 SE-SUCURSAL           PIC 9(02).
               05 SE-NUM-CUENTA         PIC 9(10).
               05 SE-REFERENCIA         PIC 9(09).
               05 SE-MONEDA             PIC X(03).
               05 SE-IMPORTE            PIC 9(07)V99.
               05 SE-DIAS               PIC 9(05).
               05 SE-MOTIVO             PIC X(30).
       FD  REPORTE.
           01  REG-REPORTE              PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05  FS-RECHAZOS             PIC X(02).
                   88 FS-RECHAZOS-OK               VALUE '00'.
                   88 FS-RECHAZOS-FIN              VALUE '10'.
                   88 FS-RECHAZOS-NO-EXISTE        VALUE '35'.
           05  FS-PARTIDAS             PIC X(02).
                   88 FS-PARTIDAS-OK               VALUE '00'.
                   88 FS-PARTIDAS-FIN              VALUE '10'.
                   88 FS-PARTIDAS-NO-EXISTE        VALUE '35'.
           05  FS-PARM                 PIC X(02).
                   88 FS-PARM-OK                   VALUE '00'.
                   88 FS-PARM-FIN                  VALUE '10'.
                   88 FS-PARM-NO-EXISTE            VALUE '35'.
           05  FS-INSTRUCCIONES        PIC X(02).
                   88 FS-INSTRUCCIONES-OK          VALUE '00'.
                   88 FS-INSTRUCCIONES-FIN         VALUE '10'.
                   88 FS-INSTRUCCIONES-NO-EXISTE   VALUE '35'.
           05  FS-OPERADORES           PIC X(02).
                   88 FS-OPERADORES-OK             VALUE '00'.
                   88 FS-OPERADORES-FIN            VALUE '10'.
                   88 FS-OPERADORES-NO-EXISTE      VALUE '35'.
           05  FS-MAESTRO-CTA          PIC X(02).
                   88 FS-MAESTRO-CTA-OK            VALUE '00'.
                   88 FS-MAESTRO-CTA-NO-EXISTE     VALUE '23'.
           05  FS-APLICADOS            PIC X(02).
                   88 FS-APLICADOS-OK              VALUE '00'.
                   88 FS-APLICADOS-FIN             VALUE '10'.
                   88 FS-APLICADOS-NO-EXISTE       VALUE '35'.
           05  FS-MOVIMIENTOS          PIC X(02).
                   88 FS-MOVIMIENTOS-OK            VALUE '00'.
                   88 FS-MOVIMIENTOS-FIN           VALUE '10'.
                   88 FS-MOVIMIENTOS-NO-EXISTE     VALUE '35'.
           05  FS-CONTROL-SUSPENSO     PIC X(02).
                   88 FS-CONTROL-SUSPENSO-OK       VALUE '00'.
                   88 FS-CONTROL-SUSPENSO-NO-EXISTE VALUE '35'.
           05  FS-REGLAS               PIC X(02).
                   88 FS-REGLAS-OK                 VALUE '00'.
                   88 FS-REGLAS-FIN                VALUE '10'.
           05  FS-PLAN-CUENTAS         PIC X(02).
                   88 FS-PLAN-CUENTAS-OK           VALUE '00'.
                   88 FS-PLAN-CUENTAS-FIN          VALUE '10'.
           05  FS-CONTROL-LOTE         PIC X(02).
                   88 FS-CONTROL-LOTE-OK           VALUE '00'.
                   88 FS-CONTROL-LOTE-NO-EXISTE    VALUE '35'.
           05  FS-ASIENTOS-SUS         PIC X(02).
                   88 FS-ASIENTOS-SUS-OK           VALUE '00'.
                   88 FS-ASIENTOS-SUS-FIN          VALUE '10'.
                   88 FS-ASIENTOS-SUS-NO-EXISTE    VALUE '35'.
           05  FS-ESCALADAS            PIC X(02).
                   88 FS-ESCALADAS-OK              VALUE '00'.
           05  FS-REPORTE              PIC X(02).
                   88 FS-REPORTE-OK                VALUE '00'.
      *-----------------------------------------------------------------*
      *    MONEDA Y DIAS DE ESCALAMIENTO DE CADA PAIS (SUSPAR.DAT)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PARAMETROS.
           05 WSS-PAR-CANT             PIC 9(03) VALUE 0.
           05 WSS-PRM-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON WSS-PAR-CANT
                              INDEXED BY WSS-PRM-IDX.
               10 WSS-PRM-PAIS         PIC X(03).
               10 WSS-PRM-MONEDA       PIC X(03).
               10 WSS-PRM-DIAS-ESCALA  PIC 9(03).
       01  WSS-DIAS-ESCALA-DEFECTO     PIC 9(03) VALUE 30.
       01  WSS-DIAS-ESCALA             PIC 9(03).
      *-----------------------------------------------------------------*
      *    OPERADORES (OPERADOR.DAT) QUE PUEDEN RESOLVER PARTIDAS
      *-----------------------------------------------------------------*
       01  WSS-TABLA-OPERADORES.
           05 WSS-OPE-CANT             PIC 9(03) VALUE 0.
           05 WSS-OPE-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON WSS-OPE-CANT
                              INDEXED BY WSS-OPE-IDX.
               10 WSS-OPE-CODIGO       PIC X(08).
               10 WSS-OPE-PAIS         PIC X(03).
               10 WSS-OPE-SUC          PIC 9(02).
      *-----------------------------------------------------------------*
      *    PARTIDAS EN SUSPENSO COMPLETAS EN MEMORIA: SE REGRABAN
      *    ENTERAS ANTES DE ASENTAR Y GENERAR MOVIMIENTOS. CON LA TABLA
      *    LLENA SE PERDERIAN PARTIDAS AL REGRABAR: LA CORRIDA ABORTA.
      *    WSS-PAR-EN-RECHAZOS MARCA LAS QUE SIGUEN EN MOVRECH.DAT (NO
      *    SE DEPURAN MIENTRAS APLICMOV NO VUELVA A CORRER)
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PARTIDAS.
           05 WSS-PAR-TOTAL            PIC 9(04) VALUE 0.
           05 WSS-PAR-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-PAR-TOTAL
                              INDEXED BY WSS-PAR-IDX.
               10 WSS-PAR-REFERENCIA   PIC 9(09).
               10 WSS-PAR-SW-RECHAZO   PIC X(01).
                   88 WSS-PAR-EN-RECHAZOS          VALUE 'S'.
               10 WSS-PAR-IMAGEN       PIC X(135).
       01  WSS-C                       PIC 9(04).
       01  WSS-SW-PARTIDA              PIC X(01).
           88 WSS-PARTIDA-HALLADA                  VALUE 'S'.
           88 WSS-PARTIDA-NO-HALLADA               VALUE 'N'.
      *-----------------------------------------------------------------*
      *    REFERENCIAS DEL RANGO DE SUSPENSO QUE YA ESTAN EN MOVDIA.DAT
      *    (LAS DEJO UNA CORRIDA ANTERIOR DEL DIA): NO SE REPITEN
      *-----------------------------------------------------------------*
       01  WSS-TABLA-GENERADAS.
           05 WSS-GEN-CANT             PIC 9(04) VALUE 0.
           05 WSS-GEN-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WSS-GEN-CANT
                              INDEXED BY WSS-GEN-IDX.
               10 WSS-GEN-REFERENCIA   PIC 9(09).
       01  WSS-REF-BUSCADA             PIC 9(09).
       01  WSS-SW-GENERADA             PIC X(01).
           88 WSS-REF-YA-GENERADA                  VALUE 'S'.
           88 WSS-REF-NO-GENERADA                  VALUE 'N'.
      *-----------------------------------------------------------------*
      *    NUMERACION DE LOS DEPOSITOS DE REASIGNACION: RANGO
      *    RESERVADO A SUSPENSO (VER MOVHISTC.CPY)
      *-----------------------------------------------------------------*
       01  WSS-ULTIMA-REFERENCIA       PIC 9(09) VALUE 970000000.
       01  WSS-BASE-REFERENCIA         PIC 9(09) VALUE 970000000.
       01  WSS-TOPE-REFERENCIA         PIC 9(09) VALUE 979999999.
       01  WSS-SW-NUMERACION           PIC X(01) VALUE 'N'.
           88 WSS-NUMERACION-CARGADA               VALUE 'S'.
      *-----------------------------------------------------------------*
      *    REGLAS DE LOS FLUJOS DE SUSPENSO (REGASI.DAT): 'SA' ALTA DE
      *    LA PARTIDA, 'SB' SALIDA. SIN REGLA LA PARTIDA NO SE ASIENTA
      *-----------------------------------------------------------------*
       01  WSS-REGLA-ALTA.
           05 WSS-RAL-SW               PIC X(01) VALUE 'N'.
               88 WSS-RAL-HALLADA                  VALUE 'S'.
           05 WSS-RAL-RUBRO-DEBE       PIC X(02).
           05 WSS-RAL-NIVEL-DEBE       PIC X(01).
           05 WSS-RAL-RUBRO-HABER      PIC X(02).
           05 WSS-RAL-NIVEL-HABER      PIC X(01).
       01  WSS-REGLA-BAJA.
           05 WSS-RBA-SW               PIC X(01) VALUE 'N'.
               88 WSS-RBA-HALLADA                  VALUE 'S'.
           05 WSS-RBA-RUBRO-DEBE       PIC X(02).
           05 WSS-RBA-NIVEL-DEBE       PIC X(01).
           05 WSS-RBA-RUBRO-HABER      PIC X(02).
           05 WSS-RBA-NIVEL-HABER      PIC X(01).
      *    REGLA DEL ASIENTO EN CURSO (ALTA O SALIDA)
       01  WSS-REGLA-EN-CURSO.
           05 WSS-REC-SW               PIC X(01).
               88 WSS-REC-HALLADA                  VALUE 'S'.
           05 WSS-REC-RUBRO-DEBE       PIC X(02).
           05 WSS-REC-NIVEL-DEBE       PIC X(01).
           05 WSS-REC-RUBRO-HABER      PIC X(02).
           05 WSS-REC-NIVEL-HABER      PIC X(01).
       01  WSS-FLUJO-EN-CURSO          PIC X(02).
      *-----------------------------------------------------------------*
      *    PLAN DE CUENTAS DEL MAYOR (PLANCTA.DAT) EN TABLA
      *-----------------------------------------------------------------*
       01  WSS-TABLA-PLAN.
           05 WSS-PLAN-CANT            PIC 9(03) VALUE 0.
           05 WSS-PLAN-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON WSS-PLAN-CANT
                              INDEXED BY WSS-PLAN-IDX.
               10 WSS-PLAN-CUENTA      PIC X(07).
       01  WSS-PLAN-PERDIDAS           PIC 9(03) VALUE 0.
       01  WSS-CUENTA-BUSCADA          PIC X(07).
       01  WSS-SW-PLAN                 PIC X(01).
           88 WSS-CUENTA-EN-PLAN                   VALUE 'S'.
           88 WSS-CUENTA-SIN-PLAN                  VALUE 'N'.
       01  WSS-SW-ASENTABLE            PIC X(01).
           88 WSS-ASENTABLE                        VALUE 'S'.
           88 WSS-NO-ASENTABLE                     VALUE 'N'.
      *-----------------------------------------------------------------*
      *    CUENTAS DEL MAYOR DEL ASIENTO EN CURSO SEGUN SU REGLA
      *-----------------------------------------------------------------*
       01  WSS-CUENTA-DEBE.
           05 WSS-CD-RUBRO             PIC X(02).
           05 WSS-CD-PAIS              PIC X(03).
           05 WSS-CD-SUC               PIC 9(02).
       01  WSS-CUENTA-HABER.
           05 WSS-CH-RUBRO             PIC X(02).
           05 WSS-CH-PAIS              PIC X(03).
           05 WSS-CH-SUC               PIC 9(02).
      *-----------------------------------------------------------------*
      *    EL LOTE ES EL SIGUIENTE AL MAYOR ENTRE LOTECTL.DAT Y EL
      *    ULTIMO YA AGREGADO A SUSASI.DAT; SE CONSUME RECIEN AL
      *    EMITIRLO. UNA PARTIDA ESTAMPADA CON UN LOTE QUE NO LLEGO A
      *    SUSASI.DAT (CORRIDA QUE ABORTO) VUELVE A CERO
      *-----------------------------------------------------------------*
       01  WSS-LOTE                    PIC 9(06).
       01  WSS-ULTIMO-LOTE-SUSASI      PIC 9(06) VALUE 0.
      *-----------------------------------------------------------------*
      *    SITUACION DEL REGISTRO EN CURSO
      *-----------------------------------------------------------------*
       01  WSS-SITUACION               PIC X(11).
       01  WSS-MOTIVO-LISTADO          PIC X(30).
       01  WSS-FECHA-EJECUCION         PIC 9(08).
       01  WSS-SW-OPERADOR             PIC X(01).
           88 WSS-OPERADOR-HABILITADO              VALUE 'S'.
           88 WSS-OPERADOR-NO-HABILITADO           VALUE 'N'.
       01  WSS-SW-OPERADOR-EXISTE      PIC X(01).
           88 WSS-OPERADOR-EXISTE                  VALUE 'S'.
           88 WSS-OPERADOR-NO-EXISTE               VALUE 'N'.
       01  WSS-MONEDA-CUENTA           PIC X(03).
       01  WSS-CLAVE-LISTADO.
           05 FILLER                   PIC X(02) VALUE 'A '.
           05 WSS-CLI-PAIS             PIC X(03).
           05 WSS-CLI-SUC              PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WSS-CLI-CUENTA           PIC 9(10).
       01  AREADECOM-DIG.
           COPY CPY005.
      *-----------------------------------------------------------------*
      *    ANTIGUEDAD DE LAS PARTIDAS: DIAS ENTRE LA FECHA DE ALTA Y LA
      *    DE LA CORRIDA POR NUMERO DE DIA JULIANO (MISMA FORMULA QUE
      *    DESCMORA). CADA DIVISION VA EN SU PROPIO COMPUTE PARA QUE
      *    TRUNQUE SOLA
      *-----------------------------------------------------------------*
       01  WSS-JUL-HOY                 PIC 9(08).
       01  WSS-JUL-FECHA.
           05 WSS-JUL-AAAA             PIC 9(04).
           05 WSS-JUL-MM               PIC 9(02).
           05 WSS-JUL-DD               PIC 9(02).
       01  WSS-JUL-FECHA-NUM REDEFINES WSS-JUL-FECHA
                                        PIC 9(08).
       01  WSS-JUL-A                   PIC 9(02).
       01  WSS-JUL-Y                   PIC 9(05).
       01  WSS-JUL-M                   PIC 9(02).
       01  WSS-JUL-T1                  PIC 9(05).
       01  WSS-JUL-T2                  PIC 9(05).
       01  WSS-JUL-T3                  PIC 9(05).
       01  WSS-JUL-T4                  PIC 9(05).
       01  WSS-JUL-DIA                 PIC 9(08).
       01  WSS-DIAS-PARTIDA            PIC 9(05).
      *-----------------------------------------------------------------*
      *    RESUMEN DE PENDIENTES POR MONEDA Y TRAMO DE ANTIGUEDAD
      *-----------------------------------------------------------------*
       01  WSS-TRAMOS-DEFINICION.
           05 FILLER                   PIC X(14) VALUE 'HASTA 7 DIAS'.
           05 FILLER                   PIC 9(05) VALUE 7.
           05 FILLER                   PIC X(14) VALUE '8 A 30 DIAS'.
           05 FILLER                   PIC 9(05) VALUE 30.
           05 FILLER                   PIC X(14) VALUE '31 A 90 DIAS'.
           05 FILLER                   PIC 9(05) VALUE 90.
           05 FILLER                   PIC X(14) VALUE 'MAS DE 90 DIAS'.
           05 FILLER                   PIC 9(05) VALUE 99999.
       01  WSS-TRAMOS-RED REDEFINES WSS-TRAMOS-DEFINICION.
           05 WSS-TRAMO-DEF OCCURS 4 TIMES.
               10 WSS-TRAMO-NOMBRE     PIC X(14).
               10 WSS-TRAMO-HASTA      PIC 9(05).
       01  WSS-TABLA-ANTIGUEDAD.
           05 WSS-ANT-CANT             PIC 9(02) VALUE 0.
           05 WSS-ANT-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON WSS-ANT-CANT
                              INDEXED BY WSS-ANT-IDX.
               10 WSS-ANT-MONEDA       PIC X(03).
               10 WSS-ANT-TRAMO OCCURS 4 TIMES.
                   15 WSS-ANT-PARTIDAS PIC 9(05).
                   15 WSS-ANT-IMPORTE  PIC 9(11)V99.
       01  WSS-T                       PIC 9(01).
       01  WSS-A                       PIC 9(02).
      *-----------------------------------------------------------------*
      *    CONTROL DE PAGINADO DEL REPORTE
      *-----------------------------------------------------------------*
       01  WSS-CONTROL-REPORTE.
           05 WSS-PAGINA               PIC 9(03) VALUE 0.
           05 WSS-LINEAS-IMPRESAS      PIC 9(03) VALUE 0.
           05 WSS-MAX-LINEAS-PAGINA    PIC 9(03) VALUE 50.
       01  WSS-FECHA-IMPRESION.
           05 WSS-FECHA-IMP-DD         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-MM         PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 WSS-FECHA-IMP-AAAA       PIC 9(04).
      *-----------------------------------------------------------------*
      *    LINEAS DEL REPORTE
      *-----------------------------------------------------------------*
       01  WSS-ENC-1.
           05 FILLER                   PIC X(20)
                                        VALUE 'BANCO LATINOAMERICA'.
           05 FILLER                   PIC X(38) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PAGINA: '.
           05 WSS-ENC1-PAGINA          PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WSS-ENC-2.
           05 FILLER            PIC X(40)
                  VALUE 'SUSPENSO - PARTIDAS EN SUSPENSO'.
           05 FILLER            PIC X(08) VALUE 'FECHA: '.
           05 WSS-ENC2-FECHA    PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.
       01  WSS-ENC-3.
           05 FILLER            PIC X(07) VALUE 'PAIS/SU'.
           05 FILLER            PIC X(11) VALUE 'CUENTA'.
           05 FILLER            PIC X(10) VALUE 'REFERENC.'.
           05 FILLER            PIC X(04) VALUE 'MON'.
           05 FILLER            PIC X(13) VALUE '     IMPORTE'.
           05 FILLER            PIC X(05) VALUE 'DIAS'.
           05 FILLER            PIC X(12) VALUE 'SITUACION'.
           05 FILLER            PIC X(18) VALUE 'MOTIVO'.
       01  WSS-ENC-4.
           05 FILLER                   PIC X(78) VALUE ALL '-'.
       01  WSS-LINEA-REPORTE            PIC X(80).
       01  WSS-LINEA-DETALLE.
           05 WSS-DET-PAIS              PIC X(03).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WSS-DET-SUC               PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-NUM-CUENTA        PIC 9(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-REFERENCIA        PIC 9(09).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-MONEDA            PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-IMPORTE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-DIAS              PIC ZZZZ.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-SITUACION         PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WSS-DET-MOTIVO            PIC X(18).
       01  WSS-LINEA-TRAMO.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-TRA-MONEDA            PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WSS-TRA-NOMBRE            PIC X(14).
           05 FILLER                    PIC X(08) VALUE '  CANT: '.
           05 WSS-TRA-PARTIDAS          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(11) VALUE '  IMPORTE: '.
           05 WSS-TRA-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(17) VALUE SPACES.
       01  WSS-TOTALES-CONTROL.
           05 WSS-RECHAZOS-LEIDOS      PIC 9(06).
           05 WSS-DEPOSITOS-RECHAZADOS PIC 9(06).
           05 WSS-ESTACIONADAS         PIC 9(06).
           05 WSS-YA-ESTACIONADAS      PIC 9(06).
           05 WSS-INSTRUCCIONES-LEIDAS PIC 9(06).
           05 WSS-REASIGNADAS          PIC 9(06).
           05 WSS-DEVUELTAS            PIC 9(06).
           05 WSS-APLICADAS            PIC 9(06).
           05 WSS-YA-RESUELTAS         PIC 9(06).
           05 WSS-OBSERVADOS           PIC 9(06).
           05 WSS-PENDIENTES           PIC 9(06).
           05 WSS-ESCALADAS            PIC 9(06).
           05 WSS-DEPURADAS            PIC 9(06).
           05 WSS-DEPOSITOS-GENERADOS  PIC 9(06).
           05 WSS-ALTAS-A-ASENTAR      PIC 9(06).
           05 WSS-SALIDAS-A-ASENTAR    PIC 9(06).
           05 WSS-SIN-ASENTAR          PIC 9(06).
           05 WSS-ASIENTOS-GRABADOS    PIC 9(06).
           05 WSS-IMPORTE-ESTACIONADO  PIC 9(11)V99.
           05 WSS-IMPORTE-RESUELTO     PIC 9(11)V99.
           05 WSS-IMPORTE-PENDIENTE    PIC 9(11)V99.
           05 WSS-TOTAL-DEBE           PIC S9(11)V99.
           05 WSS-TOTAL-HABER          PIC S9(11)V99.

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESA-RECHAZO UNTIL FS-RECHAZOS-FIN
           PERFORM 2500-REVISA-APLICADOS
           PERFORM 3000-PROCESA-INSTRUCCION
               UNTIL FS-INSTRUCCIONES-FIN
           PERFORM 4000-CONTABILIZA-PARTIDA
               VARYING WSS-C FROM 1 BY 1
               UNTIL WSS-C > WSS-PAR-TOTAL
           PERFORM 4500-GRABA-PARTIDAS
           IF WSS-ALTAS-A-ASENTAR > 0 OR WSS-SALIDAS-A-ASENTAR > 0
               PERFORM 4600-EMITE-LOTE
           END-IF
           PERFORM 5000-GENERA-MOVIMIENTOS
           PERFORM 6000-LISTA-PENDIENTES
           PERFORM 6500-RESUMEN-ANTIGUEDAD
           PERFORM 9000-FINALIZAR
           .

      *-----------------------------------------------------------------*
      *    CARGO PARAMETRO, REGLAS, PLAN, LOTE, CONTROL DE NUMERACION,
      *    OPERADORES Y PARTIDAS; ABRO ARCHIVOS Y LEO EL PRIMER RECHAZO
      *    Y LA PRIMERA INSTRUCCION
      *-----------------------------------------------------------------*
       1000-INICIO.
           INITIALIZE WSS-TOTALES-CONTROL
           ACCEPT WSS-FECHA-EJECUCION FROM DATE YYYYMMDD
           MOVE WSS-FECHA-EJECUCION (7:2) TO WSS-FECHA-IMP-DD
           MOVE WSS-FECHA-EJECUCION (5:2) TO WSS-FECHA-IMP-MM
           MOVE WSS-FECHA-EJECUCION (1:4) TO WSS-FECHA-IMP-AAAA
           MOVE WSS-FECHA-IMPRESION TO WSS-ENC2-FECHA
           MOVE WSS-FECHA-EJECUCION TO WSS-JUL-FECHA-NUM
           PERFORM 6100-DIA-JULIANO
           MOVE WSS-JUL-DIA TO WSS-JUL-HOY

           PERFORM 1050-CARGA-PARAMETRO
           PERFORM 1150-CARGA-REGLAS
           PERFORM 1170-CARGA-PLAN
           PERFORM 1250-ASIGNA-LOTE
           PERFORM 1100-CONTROL-NUMERACION
           PERFORM 1200-REVISA-MOVDIA
           SET WSS-NUMERACION-CARGADA TO TRUE
           PERFORM 1400-CARGA-OPERADORES
           PERFORM 1300-CARGA-PARTIDAS

           OPEN INPUT MAESTRO-CTA
           IF NOT FS-MAESTRO-CTA-OK
               DISPLAY 'ERROR APERTURA CUENTAS.TXT FS: ' FS-MAESTRO-CTA
               PERFORM 9050-ERROR-FATAL
           END-IF

           OPEN OUTPUT REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR APERTURA SUSREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 7150-ENCABEZADO-REPORTE

      *    SUSESC.DAT SE PISA EN CADA CORRIDA: QUEDA SOLO LO ESCALADO
      *    HOY
           OPEN OUTPUT ESCALADAS
           IF NOT FS-ESCALADAS-OK
               DISPLAY 'ERROR APERTURA SUSESC.DAT FS: ' FS-ESCALADAS
               PERFORM 9050-ERROR-FATAL
           END-IF

      *    SIN MOVRECH.DAT (APLICMOV TODAVIA NO CORRIO) NO HAY NADA
      *    NUEVO PARA ESTACIONAR, PERO LO PENDIENTE IGUAL SE RESUELVE
           OPEN INPUT RECHAZOS
           EVALUATE TRUE
               WHEN FS-RECHAZOS-OK
                   PERFORM 7000-LECTURA-RECHAZO
               WHEN FS-RECHAZOS-NO-EXISTE
                   DISPLAY 'SUSPENSO: SIN MOVRECH.DAT, NO HAY '
                           'RECHAZOS PARA ESTACIONAR'
                   SET FS-RECHAZOS-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA MOVRECH.DAT FS: '
                            FS-RECHAZOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE

           OPEN INPUT INSTRUCCIONES
           EVALUATE TRUE
               WHEN FS-INSTRUCCIONES-OK
                   PERFORM 7050-LECTURA-INSTRUCCION
               WHEN FS-INSTRUCCIONES-NO-EXISTE
                   SET FS-INSTRUCCIONES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA SUSRES.DAT FS: '
                            FS-INSTRUCCIONES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1000-INICIO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUSPAR.DAT ES OPCIONAL: SIN ENTRADA PARA EL PAIS UNA PARTIDA
      *    DE CUENTA INEXISTENTE QUEDA SIN MONEDA Y LA ESCALA ES DE 30
      *    DIAS
      *-----------------------------------------------------------------*
       1050-CARGA-PARAMETRO.
           OPEN INPUT PARM
           IF FS-PARM-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PARM-OK
                   DISPLAY 'ERROR APERTURA SUSPAR.DAT FS: ' FS-PARM
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1060-LEE-PARAMETRO UNTIL FS-PARM-FIN
               CLOSE PARM
           END-IF
           .
       1050-CARGA-PARAMETRO-EXIT. EXIT.

       1060-LEE-PARAMETRO.
           READ PARM
           EVALUATE TRUE
               WHEN FS-PARM-OK
                   IF WSS-PAR-CANT < 100
                       ADD 1 TO WSS-PAR-CANT
                       SET WSS-PRM-IDX TO WSS-PAR-CANT
                       MOVE SS-PAIS   TO WSS-PRM-PAIS (WSS-PRM-IDX)
                       MOVE SS-MONEDA TO WSS-PRM-MONEDA (WSS-PRM-IDX)
                       IF SS-DIAS-ESCALA NUMERIC AND SS-DIAS-ESCALA > 0
                           MOVE SS-DIAS-ESCALA
                                TO WSS-PRM-DIAS-ESCALA (WSS-PRM-IDX)
                       ELSE
                           MOVE WSS-DIAS-ESCALA-DEFECTO
                                TO WSS-PRM-DIAS-ESCALA (WSS-PRM-IDX)
                       END-IF
                   ELSE
                       DISPLAY 'SUSPENSO: TABLA DE SUSPAR.DAT LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-PARM-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SUSPAR.DAT FS: ' FS-PARM
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1060-LEE-PARAMETRO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUSCTL.DAT GUARDA LA ULTIMA REFERENCIA USADA DEL RANGO (LA
      *    PRIMERA VEZ NO EXISTE: LA NUMERACION ARRANCA AL PRINCIPIO)
      *-----------------------------------------------------------------*
       1100-CONTROL-NUMERACION.
           OPEN INPUT CONTROL-SUSPENSO
           IF FS-CONTROL-SUSPENSO-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-SUSPENSO-OK
                   DISPLAY 'ERROR APERTURA SUSCTL.DAT FS: '
                            FS-CONTROL-SUSPENSO
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-SUSPENSO
               IF FS-CONTROL-SUSPENSO-OK
                  AND CS-ULTIMA-REFERENCIA > WSS-ULTIMA-REFERENCIA
                   MOVE CS-ULTIMA-REFERENCIA TO WSS-ULTIMA-REFERENCIA
               END-IF
               CLOSE CONTROL-SUSPENSO
           END-IF
           .
       1100-CONTROL-NUMERACION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    DE REGASI.DAT SOLO INTERESAN LOS FLUJOS DE SUSPENSO. EL
      *    ARCHIVO ES OBLIGATORIO; SI FALTA UNA DE LAS DOS REGLAS LO
      *    DICE LA PARTIDA QUE NO PUEDE ASENTARSE
      *-----------------------------------------------------------------*
       1150-CARGA-REGLAS.
           OPEN INPUT REGLAS
           IF NOT FS-REGLAS-OK
               DISPLAY 'ERROR APERTURA REGASI.DAT FS: ' FS-REGLAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1160-LEE-REGLA UNTIL FS-REGLAS-FIN
           CLOSE REGLAS
           .
       1150-CARGA-REGLAS-EXIT. EXIT.

       1160-LEE-REGLA.
           READ REGLAS
           EVALUATE TRUE
               WHEN FS-REGLAS-OK
                   EVALUATE RA-FLUJO
                       WHEN 'SA'
                           SET WSS-RAL-HALLADA TO TRUE
                           MOVE RA-RUBRO-DEBE  TO WSS-RAL-RUBRO-DEBE
                           MOVE RA-NIVEL-DEBE  TO WSS-RAL-NIVEL-DEBE
                           MOVE RA-RUBRO-HABER TO WSS-RAL-RUBRO-HABER
                           MOVE RA-NIVEL-HABER TO WSS-RAL-NIVEL-HABER
                       WHEN 'SB'
                           SET WSS-RBA-HALLADA TO TRUE
                           MOVE RA-RUBRO-DEBE  TO WSS-RBA-RUBRO-DEBE
                           MOVE RA-NIVEL-DEBE  TO WSS-RBA-NIVEL-DEBE
                           MOVE RA-RUBRO-HABER TO WSS-RBA-RUBRO-HABER
                           MOVE RA-NIVEL-HABER TO WSS-RBA-NIVEL-HABER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN FS-REGLAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA REGASI.DAT FS: ' FS-REGLAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1160-LEE-REGLA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO EL PLAN DE CUENTAS DEL MAYOR. PLANCTA.DAT ES
      *    OBLIGATORIO: SIN PLAN NO HAY CONTRA QUE VALIDAR LAS CUENTAS
      *    DE LAS REGLAS
      *-----------------------------------------------------------------*
       1170-CARGA-PLAN.
           OPEN INPUT PLAN-CUENTAS
           IF NOT FS-PLAN-CUENTAS-OK
               DISPLAY 'ERROR APERTURA PLANCTA.DAT FS: '
                        FS-PLAN-CUENTAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 1180-LEE-PLAN UNTIL FS-PLAN-CUENTAS-FIN
           CLOSE PLAN-CUENTAS
           IF WSS-PLAN-PERDIDAS > 0
               DISPLAY 'SUSPENSO: TABLA DEL PLAN LLENA, '
                        WSS-PLAN-PERDIDAS ' CUENTAS SIN CARGAR'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1170-CARGA-PLAN-EXIT. EXIT.

       1180-LEE-PLAN.
           READ PLAN-CUENTAS
           EVALUATE TRUE
               WHEN FS-PLAN-CUENTAS-OK
                   IF WSS-PLAN-CANT < 200
                       ADD 1 TO WSS-PLAN-CANT
                       SET WSS-PLAN-IDX TO WSS-PLAN-CANT
                       MOVE PC-CUENTA-MAYOR
                            TO WSS-PLAN-CUENTA (WSS-PLAN-IDX)
                   ELSE
                       ADD 1 TO WSS-PLAN-PERDIDAS
                   END-IF
               WHEN FS-PLAN-CUENTAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PLANCTA.DAT FS: '
                            FS-PLAN-CUENTAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1180-LEE-PLAN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RECORRO MOVDIA.DAT: LA NUMERACION SIGUE DESDE LA MAYOR
      *    REFERENCIA DEL RANGO QUE ENCUENTRE (POR SI UNA CORRIDA
      *    ANTERIOR ABORTO SIN GRABAR SUSCTL.DAT) Y GUARDO LAS DEL
      *    RANGO QUE YA ESTAN, PARA NO VOLVER A GENERARLAS
      *-----------------------------------------------------------------*
       1200-REVISA-MOVDIA.
           OPEN INPUT MOVIMIENTOS
           IF FS-MOVIMIENTOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-MOVIMIENTOS-OK
                   DISPLAY 'ERROR APERTURA MOVDIA.DAT FS: '
                            FS-MOVIMIENTOS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1210-LEE-MOVDIA UNTIL FS-MOVIMIENTOS-FIN
               CLOSE MOVIMIENTOS
           END-IF
           .
       1200-REVISA-MOVDIA-EXIT. EXIT.

       1210-LEE-MOVDIA.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   IF MOV-REFERENCIA NUMERIC
                      AND MOV-REFERENCIA > WSS-BASE-REFERENCIA
                      AND MOV-REFERENCIA <= WSS-TOPE-REFERENCIA
                       PERFORM 1220-AGREGA-GENERADA
                       IF MOV-REFERENCIA > WSS-ULTIMA-REFERENCIA
                           MOVE MOV-REFERENCIA TO WSS-ULTIMA-REFERENCIA
                       END-IF
                   END-IF
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVDIA.DAT FS: '
                            FS-MOVIMIENTOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1210-LEE-MOVDIA-EXIT. EXIT.

      *    SIN LA TABLA COMPLETA UNA RECORRIDA PODRIA DUPLICAR UN
      *    DEPOSITO DE REASIGNACION: LA CORRIDA ABORTA
       1220-AGREGA-GENERADA.
           IF WSS-GEN-CANT < 2000
               ADD 1 TO WSS-GEN-CANT
               SET WSS-GEN-IDX TO WSS-GEN-CANT
               MOVE MOV-REFERENCIA TO WSS-GEN-REFERENCIA (WSS-GEN-IDX)
           ELSE
               DISPLAY 'SUSPENSO: TABLA DE REFERENCIAS DE MOVDIA.DAT '
                       'LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1220-AGREGA-GENERADA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL LOTE ES EL SIGUIENTE AL MAYOR ENTRE LOTECTL.DAT Y EL
      *    ULTIMO LOTE YA AGREGADO A SUSASI.DAT (SI LA CORRIDA QUE LO
      *    AGREGO ABORTO ANTES DE REGRABAR LOTECTL.DAT, EL NUMERO NO SE
      *    REPITE). EL CONTROL SE REGRABA RECIEN AL EMITIR EL LOTE
      *-----------------------------------------------------------------*
       1250-ASIGNA-LOTE.
           MOVE 0 TO WSS-LOTE
           OPEN INPUT CONTROL-LOTE
           IF FS-CONTROL-LOTE-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-CONTROL-LOTE-OK
                   DISPLAY 'ERROR APERTURA LOTECTL.DAT FS: '
                            FS-CONTROL-LOTE
                   PERFORM 9050-ERROR-FATAL
               END-IF
               READ CONTROL-LOTE
               IF FS-CONTROL-LOTE-OK AND LC-ULTIMO-LOTE NUMERIC
                   MOVE LC-ULTIMO-LOTE TO WSS-LOTE
               END-IF
               CLOSE CONTROL-LOTE
           END-IF

           OPEN INPUT ASIENTOS-SUS
           IF FS-ASIENTOS-SUS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-ASIENTOS-SUS-OK
                   DISPLAY 'ERROR APERTURA SUSASI.DAT FS: '
                            FS-ASIENTOS-SUS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1260-LEE-ASIENTO UNTIL FS-ASIENTOS-SUS-FIN
               CLOSE ASIENTOS-SUS
           END-IF

           IF WSS-ULTIMO-LOTE-SUSASI > WSS-LOTE
               MOVE WSS-ULTIMO-LOTE-SUSASI TO WSS-LOTE
           END-IF
           IF WSS-LOTE >= 999999
               DISPLAY 'SUSPENSO: NUMERACION DE LOTES AGOTADA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-LOTE
           .
       1250-ASIGNA-LOTE-EXIT. EXIT.

       1260-LEE-ASIENTO.
           READ ASIENTOS-SUS
           EVALUATE TRUE
               WHEN FS-ASIENTOS-SUS-OK
                   IF AS-LOTE NUMERIC
                      AND AS-LOTE > WSS-ULTIMO-LOTE-SUSASI
                       MOVE AS-LOTE TO WSS-ULTIMO-LOTE-SUSASI
                   END-IF
               WHEN FS-ASIENTOS-SUS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SUSASI.DAT FS: '
                            FS-ASIENTOS-SUS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1260-LEE-ASIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CARGO LAS PARTIDAS. UN LOTE MAYOR AL ULTIMO DE SUSASI.DAT
      *    NUNCA LLEGO AL ACUMULATIVO: VUELVE A CERO PARA ASENTARSE DE
      *    NUEVO. LA DEPURACION DE LAS RESUELTAS SE DECIDE AL REGRABAR
      *-----------------------------------------------------------------*
       1300-CARGA-PARTIDAS.
           OPEN INPUT PARTIDAS
           IF FS-PARTIDAS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-PARTIDAS-OK
                   DISPLAY 'ERROR APERTURA SUSPEN.DAT FS: ' FS-PARTIDAS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1310-LEE-PARTIDA UNTIL FS-PARTIDAS-FIN
               CLOSE PARTIDAS
           END-IF
           .
       1300-CARGA-PARTIDAS-EXIT. EXIT.

       1310-LEE-PARTIDA.
           READ PARTIDAS
           EVALUATE TRUE
               WHEN FS-PARTIDAS-OK
                   IF SU-LOTE-ALTA > WSS-ULTIMO-LOTE-SUSASI
                       MOVE 0 TO SU-LOTE-ALTA
                   END-IF
                   IF SU-LOTE-BAJA > WSS-ULTIMO-LOTE-SUSASI
                       MOVE 0 TO SU-LOTE-BAJA
                   END-IF
                   PERFORM 1320-AGREGA-PARTIDA
               WHEN FS-PARTIDAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SUSPEN.DAT FS: ' FS-PARTIDAS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1310-LEE-PARTIDA-EXIT. EXIT.

       1320-AGREGA-PARTIDA.
           IF WSS-PAR-TOTAL < 2000
               ADD 1 TO WSS-PAR-TOTAL
               SET WSS-PAR-IDX TO WSS-PAR-TOTAL
               MOVE SU-REFERENCIA TO WSS-PAR-REFERENCIA (WSS-PAR-IDX)
               MOVE 'N'           TO WSS-PAR-SW-RECHAZO (WSS-PAR-IDX)
               MOVE REG-PARTIDA   TO WSS-PAR-IMAGEN (WSS-PAR-IDX)
           ELSE
               DISPLAY 'SUSPENSO: TABLA DE PARTIDAS EN SUSPENSO LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       1320-AGREGA-PARTIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    OPERADORES HABILITADOS A RESOLVER. SIN OPERADOR.DAT NINGUNA
      *    INSTRUCCION PASA (SE LISTAN COMO OBSERVADAS)
      *-----------------------------------------------------------------*
       1400-CARGA-OPERADORES.
           OPEN INPUT OPERADORES
           IF FS-OPERADORES-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-OPERADORES-OK
                   DISPLAY 'ERROR APERTURA OPERADOR.DAT FS: '
                            FS-OPERADORES
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 1410-LEE-OPERADOR UNTIL FS-OPERADORES-FIN
               CLOSE OPERADORES
           END-IF
           .
       1400-CARGA-OPERADORES-EXIT. EXIT.

       1410-LEE-OPERADOR.
           READ OPERADORES
           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                   IF WSS-OPE-CANT < 500
                       ADD 1 TO WSS-OPE-CANT
                       SET WSS-OPE-IDX TO WSS-OPE-CANT
                       MOVE OP-CODIGO TO WSS-OPE-CODIGO (WSS-OPE-IDX)
                       MOVE OP-PAIS   TO WSS-OPE-PAIS (WSS-OPE-IDX)
                       MOVE OP-SUC    TO WSS-OPE-SUC (WSS-OPE-IDX)
                   ELSE
                       DISPLAY 'SUSPENSO: TABLA DE OPERADOR.DAT LLENA'
                       PERFORM 9050-ERROR-FATAL
                   END-IF
               WHEN FS-OPERADORES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA OPERADOR.DAT FS: '
                            FS-OPERADORES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       1410-LEE-OPERADOR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POR CADA RECHAZO DE LA ULTIMA CORRIDA DE APLICMOV: SOLO SE
      *    ESTACIONAN LOS DEPOSITOS 'D'. UNO YA ESTACIONADO (MISMA
      *    REFERENCIA) NO SE REPITE; UNO SIN REFERENCIA, CUENTA O
      *    IMPORTE UTILIZABLE SE LISTA COMO OBSERVADO PARA QUE
      *    OPERACIONES LO RESUELVA A MANO
      *-----------------------------------------------------------------*
       2000-PROCESA-RECHAZO.
           IF RR-DEPOSITO
               ADD 1 TO WSS-DEPOSITOS-RECHAZADOS
               MOVE SPACES TO WSS-MOTIVO-LISTADO
               EVALUATE TRUE
                   WHEN RR-REFERENCIA NOT NUMERIC
                        OR RR-REFERENCIA-NUM = 0
                       MOVE 'SIN REFERENCIA' TO WSS-MOTIVO-LISTADO
                   WHEN RR-SUCURSAL NOT NUMERIC
                        OR RR-NUM-CUENTA NOT NUMERIC
                       MOVE 'CUENTA NO NUMERICA' TO WSS-MOTIVO-LISTADO
                   WHEN RR-IMPORTE NOT NUMERIC OR RR-IMPORTE = 0
                       MOVE 'IMPORTE INVALIDO' TO WSS-MOTIVO-LISTADO
                   WHEN OTHER
                       MOVE RR-REFERENCIA-NUM TO WSS-REF-BUSCADA
                       PERFORM 2100-BUSCA-PARTIDA
                       IF WSS-PARTIDA-HALLADA
                           MOVE 'S'
                                TO WSS-PAR-SW-RECHAZO (WSS-PAR-IDX)
                           ADD 1 TO WSS-YA-ESTACIONADAS
                       ELSE
                           PERFORM 2200-ESTACIONA-PARTIDA
                       END-IF
               END-EVALUATE
               IF WSS-MOTIVO-LISTADO NOT = SPACES
                   ADD 1 TO WSS-OBSERVADOS
                   PERFORM 2400-DETALLE-RECHAZO
               END-IF
           END-IF

           PERFORM 7000-LECTURA-RECHAZO
           .
       2000-PROCESA-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    BUSCO LA PARTIDA POR REFERENCIA Y DEJO SU IMAGEN EN
      *    REG-PARTIDA (WSS-PAR-IDX QUEDA APUNTANDOLA)
      *-----------------------------------------------------------------*
       2100-BUSCA-PARTIDA.
           SET WSS-PARTIDA-NO-HALLADA TO TRUE
           IF WSS-PAR-TOTAL > 0
               SET WSS-PAR-IDX TO 1
               SEARCH WSS-PAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PAR-REFERENCIA (WSS-PAR-IDX)
                        = WSS-REF-BUSCADA
                       SET WSS-PARTIDA-HALLADA TO TRUE
                       MOVE WSS-PAR-IMAGEN (WSS-PAR-IDX)
                            TO REG-PARTIDA
               END-SEARCH
           END-IF
           .
       2100-BUSCA-PARTIDA-EXIT. EXIT.

       2200-ESTACIONA-PARTIDA.
           INITIALIZE REG-PARTIDA
           MOVE RR-REFERENCIA-NUM   TO SU-REFERENCIA
           MOVE RR-PAIS             TO SU-PAIS
           MOVE RR-SUCURSAL         TO SU-SUCURSAL
           MOVE RR-NUM-CUENTA       TO SU-NUM-CUENTA
           MOVE RR-IMPORTE          TO SU-IMPORTE
           IF RR-FECHA-VALOR NUMERIC
               MOVE RR-FECHA-VALOR  TO SU-FECHA-VALOR
           ELSE
               MOVE WSS-FECHA-EJECUCION TO SU-FECHA-VALOR
           END-IF
           MOVE WSS-FECHA-EJECUCION TO SU-FECHA-ALTA
           MOVE RR-MOTIVO           TO SU-MOTIVO
           SET SU-PENDIENTE         TO TRUE
           PERFORM 2250-BUSCA-MONEDA
           MOVE WSS-MONEDA-CUENTA   TO SU-MONEDA
           PERFORM 1320-AGREGA-PARTIDA
           MOVE 'S' TO WSS-PAR-SW-RECHAZO (WSS-PAR-IDX)

           ADD 1 TO WSS-ESTACIONADAS
           ADD SU-IMPORTE TO WSS-IMPORTE-ESTACIONADO
           MOVE 'ESTACIONADA' TO WSS-SITUACION
           MOVE SU-MOTIVO TO WSS-MOTIVO-LISTADO
           MOVE 0 TO WSS-DIAS-PARTIDA
           PERFORM 2300-DETALLE-PARTIDA
           MOVE SPACES TO WSS-MOTIVO-LISTADO
           .
       2200-ESTACIONA-PARTIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    MONEDA DE LA PARTIDA: LA DE LA CUENTA SI EL NUMERO ES VALIDO
      *    Y EXISTE EN EL MAESTRO; SI NO, LA DEL PAIS EN SUSPAR.DAT
      *-----------------------------------------------------------------*
       2250-BUSCA-MONEDA.
           MOVE SPACES TO WSS-MONEDA-CUENTA
           MOVE SU-NUM-CUENTA TO DV-NUM-CUENTA
           CALL 'DIGIVER' USING AREADECOM-DIG
           IF DV-NUMERO-VALIDO
               MOVE SU-PAIS       TO CTA-PAIS
               MOVE SU-SUCURSAL   TO CTA-SUCURSAL
               MOVE SU-NUM-CUENTA TO CTA-NUM-CUENTA
               READ MAESTRO-CTA
                   KEY IS CTA-CLAVE-CUENTA
               EVALUATE TRUE
                   WHEN FS-MAESTRO-CTA-OK
                       MOVE CTA-MONEDA TO WSS-MONEDA-CUENTA
                   WHEN FS-MAESTRO-CTA-NO-EXISTE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                                FS-MAESTRO-CTA
                       PERFORM 9050-ERROR-FATAL
               END-EVALUATE
           END-IF
           IF WSS-MONEDA-CUENTA = SPACES AND WSS-PAR-CANT > 0
               SET WSS-PRM-IDX TO 1
               SEARCH WSS-PRM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PRM-PAIS (WSS-PRM-IDX) = SU-PAIS
                       MOVE WSS-PRM-MONEDA (WSS-PRM-IDX)
                            TO WSS-MONEDA-CUENTA
               END-SEARCH
           END-IF
           .
       2250-BUSCA-MONEDA-EXIT. EXIT.

       2300-DETALLE-PARTIDA.
           MOVE SU-PAIS             TO WSS-DET-PAIS
           MOVE SU-SUCURSAL         TO WSS-DET-SUC
           MOVE SU-NUM-CUENTA       TO WSS-DET-NUM-CUENTA
           MOVE SU-REFERENCIA       TO WSS-DET-REFERENCIA
           MOVE SU-MONEDA           TO WSS-DET-MONEDA
           MOVE SU-IMPORTE          TO WSS-DET-IMPORTE
           MOVE WSS-DIAS-PARTIDA    TO WSS-DET-DIAS
           MOVE WSS-SITUACION       TO WSS-DET-SITUACION
           MOVE WSS-MOTIVO-LISTADO  TO WSS-DET-MOTIVO
           MOVE WSS-LINEA-DETALLE   TO WSS-LINEA-REPORTE
           PERFORM 7100-WRITE-REPORTE
           .
       2300-DETALLE-PARTIDA-EXIT. EXIT.

       2400-DETALLE-RECHAZO.
           MOVE RR-PAIS             TO WSS-DET-PAIS
           IF RR-SUCURSAL NUMERIC
               MOVE RR-SUCURSAL     TO WSS-DET-SUC
           ELSE
               MOVE 0               TO WSS-DET-SUC
           END-IF
           IF RR-NUM-CUENTA NUMERIC
               MOVE RR-NUM-CUENTA   TO WSS-DET-NUM-CUENTA
           ELSE
               MOVE 0               TO WSS-DET-NUM-CUENTA
           END-IF
           IF RR-REFERENCIA NUMERIC
               MOVE RR-REFERENCIA-NUM TO WSS-DET-REFERENCIA
           ELSE
               MOVE 0               TO WSS-DET-REFERENCIA
           END-IF
           MOVE SPACES              TO WSS-DET-MONEDA
           IF RR-IMPORTE NUMERIC
               MOVE RR-IMPORTE      TO WSS-DET-IMPORTE
           ELSE
               MOVE 0               TO WSS-DET-IMPORTE
           END-IF
           MOVE 0                   TO WSS-DET-DIAS
           MOVE 'OBSERVADO'         TO WSS-DET-SITUACION
           MOVE WSS-MOTIVO-LISTADO  TO WSS-DET-MOTIVO
           MOVE WSS-LINEA-DETALLE   TO WSS-LINEA-REPORTE
           PERFORM 7100-WRITE-REPORTE
           .
       2400-DETALLE-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UNA PARTIDA PENDIENTE CUYA REFERENCIA YA ESTA EN MOVAPLIC.DAT
      *    FUE REENVIADA POR LA SUCURSAL Y APLICADA: SALE DEL SUSPENSO.
      *    MOVAPLIC.DAT ES ACUMULATIVO Y PUEDE NO EXISTIR TODAVIA
      *-----------------------------------------------------------------*
       2500-REVISA-APLICADOS.
           OPEN INPUT APLICADOS
           IF FS-APLICADOS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-APLICADOS-OK
                   DISPLAY 'ERROR APERTURA MOVAPLIC.DAT FS: '
                            FS-APLICADOS
                   PERFORM 9050-ERROR-FATAL
               END-IF
               PERFORM 2510-LEE-APLICADO UNTIL FS-APLICADOS-FIN
               CLOSE APLICADOS
           END-IF
           .
       2500-REVISA-APLICADOS-EXIT. EXIT.

       2510-LEE-APLICADO.
           READ APLICADOS
           EVALUATE TRUE
               WHEN FS-APLICADOS-OK
                   MOVE CA-REFERENCIA TO WSS-REF-BUSCADA
                   PERFORM 2100-BUSCA-PARTIDA
                   IF WSS-PARTIDA-HALLADA AND SU-PENDIENTE
                       SET SU-APLICADA TO TRUE
                       MOVE WSS-FECHA-EJECUCION TO SU-FECHA-RESOLUCION
                       MOVE 'APLICMOV' TO SU-OPERADOR
                       MOVE REG-PARTIDA TO WSS-PAR-IMAGEN (WSS-PAR-IDX)
                       ADD 1 TO WSS-APLICADAS
                       ADD SU-IMPORTE TO WSS-IMPORTE-RESUELTO
                       MOVE 'APLICADA' TO WSS-SITUACION
                       MOVE 'REENVIADA POR LA SUCURSAL'
                            TO WSS-MOTIVO-LISTADO
                       MOVE 0 TO WSS-DIAS-PARTIDA
                       PERFORM 2300-DETALLE-PARTIDA
                   END-IF
               WHEN FS-APLICADOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVAPLIC.DAT FS: '
                            FS-APLICADOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       2510-LEE-APLICADO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    POR CADA INSTRUCCION DE OPERACIONES: LA PARTIDA DEBE EXISTIR
      *    Y ESTAR PENDIENTE, Y EL OPERADOR TENER ALCANCE SOBRE SU
      *    SUCURSAL. LA MISMA RESOLUCION YA REGISTRADA ES UNA RECORRIDA
      *    Y SE SALTEA; TODO LO DEMAS QUE NO PASA SE LISTA COMO
      *    OBSERVADO Y LA PARTIDA SIGUE COMO ESTABA
      *-----------------------------------------------------------------*
       3000-PROCESA-INSTRUCCION.
           MOVE SPACES TO WSS-MOTIVO-LISTADO
           MOVE SR-REFERENCIA TO WSS-REF-BUSCADA
           PERFORM 2100-BUSCA-PARTIDA
           IF WSS-PARTIDA-HALLADA
               PERFORM 3100-VALIDA-OPERADOR
           END-IF

           EVALUATE TRUE
               WHEN WSS-PARTIDA-NO-HALLADA
                   MOVE 'PARTIDA NO ESTA EN SUSPENSO'
                        TO WSS-MOTIVO-LISTADO
               WHEN NOT SR-REASIGNA AND NOT SR-DEVUELVE
                   MOVE 'ACCION INVALIDA' TO WSS-MOTIVO-LISTADO
               WHEN WSS-OPERADOR-NO-EXISTE
                   MOVE 'OPERADOR INEXISTENTE' TO WSS-MOTIVO-LISTADO
               WHEN WSS-OPERADOR-NO-HABILITADO
                   MOVE 'OPERADOR SIN ALCANCE' TO WSS-MOTIVO-LISTADO
               WHEN (SR-REASIGNA AND SU-REASIGNADA
                     AND SU-CLAVE-NUEVA = SR-CLAVE-NUEVA)
                    OR (SR-DEVUELVE AND SU-DEVUELTA)
                   ADD 1 TO WSS-YA-RESUELTAS
               WHEN NOT SU-PENDIENTE
                   MOVE 'PARTIDA YA RESUELTA' TO WSS-MOTIVO-LISTADO
               WHEN SR-REASIGNA
                   PERFORM 3200-VALIDA-CUENTA-NUEVA
                   IF WSS-MOTIVO-LISTADO = SPACES
                       PERFORM 3300-REASIGNA-PARTIDA
                   END-IF
               WHEN OTHER
                   PERFORM 3400-DEVUELVE-PARTIDA
           END-EVALUATE

           IF WSS-MOTIVO-LISTADO NOT = SPACES
               ADD 1 TO WSS-OBSERVADOS
               PERFORM 3500-DETALLE-INSTRUCCION
           END-IF

           PERFORM 7050-LECTURA-INSTRUCCION
           .
       3000-PROCESA-INSTRUCCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    EL OPERADOR DEBE ESTAR EN OPERADOR.DAT: CASA MATRIZ ('***')
      *    RESUELVE TODO, UN OPERADOR DE PAIS CON SUCURSAL 00 TODO SU
      *    PAIS Y LOS DEMAS SOLO SU SUCURSAL
      *-----------------------------------------------------------------*
       3100-VALIDA-OPERADOR.
           SET WSS-OPERADOR-NO-EXISTE TO TRUE
           SET WSS-OPERADOR-NO-HABILITADO TO TRUE
           IF WSS-OPE-CANT > 0
               SET WSS-OPE-IDX TO 1
               SEARCH WSS-OPE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-OPE-CODIGO (WSS-OPE-IDX) = SR-OPERADOR
                       SET WSS-OPERADOR-EXISTE TO TRUE
                       IF WSS-OPE-PAIS (WSS-OPE-IDX) = '***'
                          OR (WSS-OPE-PAIS (WSS-OPE-IDX) = SU-PAIS
                              AND (WSS-OPE-SUC (WSS-OPE-IDX) = 0
                                   OR WSS-OPE-SUC (WSS-OPE-IDX)
                                      = SU-SUCURSAL))
                           SET WSS-OPERADOR-HABILITADO TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           .
       3100-VALIDA-OPERADOR-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LA CUENTA CORREGIDA DEBE TENER DIGITO VERIFICADOR VALIDO,
      *    EXISTIR, NO ESTAR CERRADA NI BLOQUEADA (APLICMOV RECHAZARIA
      *    EL DEPOSITO) Y SER DE LA MONEDA DE LA PARTIDA. UNA PARTIDA
      *    QUE QUEDO SIN MONEDA TOMA LA DE LA CUENTA
      *-----------------------------------------------------------------*
       3200-VALIDA-CUENTA-NUEVA.
           IF SR-SUCURSAL NOT NUMERIC OR SR-NUM-CUENTA NOT NUMERIC
               MOVE 'CUENTA DESTINO INVALIDA' TO WSS-MOTIVO-LISTADO
           ELSE
               MOVE SR-NUM-CUENTA TO DV-NUM-CUENTA
               CALL 'DIGIVER' USING AREADECOM-DIG
               IF DV-NUMERO-INVALIDO
                   MOVE 'DIGITO VERIFICADOR INVALIDO'
                        TO WSS-MOTIVO-LISTADO
               END-IF
           END-IF

           IF WSS-MOTIVO-LISTADO = SPACES
               MOVE SR-PAIS       TO CTA-PAIS
               MOVE SR-SUCURSAL   TO CTA-SUCURSAL
               MOVE SR-NUM-CUENTA TO CTA-NUM-CUENTA
               READ MAESTRO-CTA
                   KEY IS CTA-CLAVE-CUENTA
               EVALUATE TRUE
                   WHEN FS-MAESTRO-CTA-OK
                       EVALUATE TRUE
                           WHEN CTA-ESTADO-CERRADA
                               MOVE 'CUENTA DESTINO CERRADA'
                                    TO WSS-MOTIVO-LISTADO
                           WHEN CTA-ESTADO-BLOQUEADA
                               MOVE 'CUENTA DESTINO BLOQUEADA'
                                    TO WSS-MOTIVO-LISTADO
                           WHEN SU-MONEDA NOT = SPACES
                                AND SU-MONEDA NOT = CTA-MONEDA
                               MOVE 'MONEDAS DISTINTAS'
                                    TO WSS-MOTIVO-LISTADO
                           WHEN OTHER
                               MOVE CTA-MONEDA TO SU-MONEDA
                       END-EVALUATE
                   WHEN FS-MAESTRO-CTA-NO-EXISTE
                       MOVE 'CUENTA DESTINO INEXISTENTE'
                            TO WSS-MOTIVO-LISTADO
                   WHEN OTHER
                       DISPLAY 'ERROR LECTURA CUENTAS.TXT FS: '
                                FS-MAESTRO-CTA
                       PERFORM 9050-ERROR-FATAL
               END-EVALUATE
           END-IF
           .
       3200-VALIDA-CUENTA-NUEVA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REASIGNADA: TOMO LA REFERENCIA DEL DEPOSITO A LA CUENTA
      *    CORREGIDA. EL MOVIMIENTO SE GENERA DESPUES DE REGRABAR LAS
      *    PARTIDAS
      *-----------------------------------------------------------------*
       3300-REASIGNA-PARTIDA.
           PERFORM 3350-TOMA-REFERENCIA
           MOVE WSS-ULTIMA-REFERENCIA TO SU-REF-REASIGNACION
           MOVE SR-CLAVE-NUEVA        TO SU-CLAVE-NUEVA
           SET SU-REASIGNADA          TO TRUE
           MOVE WSS-FECHA-EJECUCION   TO SU-FECHA-RESOLUCION
           MOVE SR-OPERADOR           TO SU-OPERADOR
           MOVE REG-PARTIDA TO WSS-PAR-IMAGEN (WSS-PAR-IDX)

           ADD 1 TO WSS-REASIGNADAS
           ADD SU-IMPORTE TO WSS-IMPORTE-RESUELTO
           MOVE 'REASIGNADA' TO WSS-SITUACION
           MOVE SU-PAIS-NUEVO   TO WSS-CLI-PAIS
           MOVE SU-SUC-NUEVA    TO WSS-CLI-SUC
           MOVE SU-CUENTA-NUEVA TO WSS-CLI-CUENTA
           MOVE WSS-CLAVE-LISTADO TO WSS-MOTIVO-LISTADO
           MOVE 0 TO WSS-DIAS-PARTIDA
           PERFORM 2300-DETALLE-PARTIDA
           MOVE SPACES TO WSS-MOTIVO-LISTADO
           .
       3300-REASIGNA-PARTIDA-EXIT. EXIT.

       3350-TOMA-REFERENCIA.
           IF WSS-ULTIMA-REFERENCIA >= WSS-TOPE-REFERENCIA
               DISPLAY 'SUSPENSO: RANGO DE REFERENCIAS AGOTADO'
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-ULTIMA-REFERENCIA
           .
       3350-TOMA-REFERENCIA-EXIT. EXIT.

       3400-DEVUELVE-PARTIDA.
           SET SU-DEVUELTA          TO TRUE
           MOVE WSS-FECHA-EJECUCION TO SU-FECHA-RESOLUCION
           MOVE SR-OPERADOR         TO SU-OPERADOR
           MOVE REG-PARTIDA TO WSS-PAR-IMAGEN (WSS-PAR-IDX)

           ADD 1 TO WSS-DEVUELTAS
           ADD SU-IMPORTE TO WSS-IMPORTE-RESUELTO
           MOVE 'DEVUELTA' TO WSS-SITUACION
           MOVE 'DEVUELTA AL ORIGEN' TO WSS-MOTIVO-LISTADO
           MOVE 0 TO WSS-DIAS-PARTIDA
           PERFORM 2300-DETALLE-PARTIDA
           MOVE SPACES TO WSS-MOTIVO-LISTADO
           .
       3400-DEVUELVE-PARTIDA-EXIT. EXIT.

       3500-DETALLE-INSTRUCCION.
           IF WSS-PARTIDA-HALLADA
               MOVE 'OBSERVADO' TO WSS-SITUACION
               MOVE 0 TO WSS-DIAS-PARTIDA
               PERFORM 2300-DETALLE-PARTIDA
           ELSE
               MOVE SR-PAIS             TO WSS-DET-PAIS
               IF SR-SUCURSAL NUMERIC
                   MOVE SR-SUCURSAL     TO WSS-DET-SUC
               ELSE
                   MOVE 0               TO WSS-DET-SUC
               END-IF
               IF SR-NUM-CUENTA NUMERIC
                   MOVE SR-NUM-CUENTA   TO WSS-DET-NUM-CUENTA
               ELSE
                   MOVE 0               TO WSS-DET-NUM-CUENTA
               END-IF
               IF SR-REFERENCIA NUMERIC
                   MOVE SR-REFERENCIA   TO WSS-DET-REFERENCIA
               ELSE
                   MOVE 0               TO WSS-DET-REFERENCIA
               END-IF
               MOVE SPACES              TO WSS-DET-MONEDA
               MOVE 0                   TO WSS-DET-IMPORTE
               MOVE 0                   TO WSS-DET-DIAS
               MOVE 'OBSERVADO'         TO WSS-DET-SITUACION
               MOVE WSS-MOTIVO-LISTADO  TO WSS-DET-MOTIVO
               MOVE WSS-LINEA-DETALLE   TO WSS-LINEA-REPORTE
               PERFORM 7100-WRITE-REPORTE
           END-IF
           .
       3500-DETALLE-INSTRUCCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESTAMPO EL LOTE EN LO QUE FALTA ASENTAR: EL ALTA DE TODA
      *    PARTIDA Y LA SALIDA DE LAS RESUELTAS (RECIEN CON EL ALTA YA
      *    ASENTADA, AUNQUE SEA EN ESTE MISMO LOTE). LO QUE NO PUEDE
      *    ASENTARSE QUEDA EN CERO PARA LA CORRIDA SIGUIENTE
      *-----------------------------------------------------------------*
       4000-CONTABILIZA-PARTIDA.
           MOVE WSS-PAR-IMAGEN (WSS-C) TO REG-PARTIDA
           IF SU-LOTE-ALTA = 0
               MOVE 'SA' TO WSS-FLUJO-EN-CURSO
               MOVE WSS-REGLA-ALTA TO WSS-REGLA-EN-CURSO
               PERFORM 4050-VALIDA-ASIENTO
               IF WSS-ASENTABLE
                   MOVE WSS-LOTE TO SU-LOTE-ALTA
                   ADD 1 TO WSS-ALTAS-A-ASENTAR
               END-IF
           END-IF
           IF NOT SU-PENDIENTE AND SU-LOTE-ALTA NOT = 0
              AND SU-LOTE-BAJA = 0
               MOVE 'SB' TO WSS-FLUJO-EN-CURSO
               MOVE WSS-REGLA-BAJA TO WSS-REGLA-EN-CURSO
               PERFORM 4050-VALIDA-ASIENTO
               IF WSS-ASENTABLE
                   MOVE WSS-LOTE TO SU-LOTE-BAJA
                   ADD 1 TO WSS-SALIDAS-A-ASENTAR
               END-IF
           END-IF
           MOVE REG-PARTIDA TO WSS-PAR-IMAGEN (WSS-C)
           .
       4000-CONTABILIZA-PARTIDA-EXIT. EXIT.

       4050-VALIDA-ASIENTO.
           SET WSS-ASENTABLE TO TRUE
           EVALUATE TRUE
               WHEN NOT WSS-REC-HALLADA
                   SET WSS-NO-ASENTABLE TO TRUE
                   DISPLAY 'SUSPENSO: FLUJO ' WSS-FLUJO-EN-CURSO
                           ' SIN REGLA EN REGASI.DAT (REFERENCIA '
                           SU-REFERENCIA ')'
               WHEN SU-MONEDA = SPACES
                   SET WSS-NO-ASENTABLE TO TRUE
                   DISPLAY 'SUSPENSO: PARTIDA ' SU-REFERENCIA
                           ' SIN MONEDA (FALTA EL PAIS ' SU-PAIS
                           ' EN SUSPAR.DAT)'
               WHEN OTHER
                   PERFORM 4060-ARMA-CUENTAS
                   MOVE WSS-CUENTA-DEBE  TO WSS-CUENTA-BUSCADA
                   PERFORM 4070-BUSCA-EN-PLAN
                   MOVE WSS-CUENTA-HABER TO WSS-CUENTA-BUSCADA
                   PERFORM 4070-BUSCA-EN-PLAN
           END-EVALUATE
           IF WSS-NO-ASENTABLE
               ADD 1 TO WSS-SIN-ASENTAR
           END-IF
           .
       4050-VALIDA-ASIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CUENTAS DEL MAYOR DE LA PARTIDA SEGUN LA REGLA EN CURSO:
      *    NIVEL 'P' ES LA CUENTA DEL PAIS (SUCURSAL 00), SI NO LA DE
      *    LA SUCURSAL QUE RECIBIO EL DEPOSITO
      *-----------------------------------------------------------------*
       4060-ARMA-CUENTAS.
           MOVE WSS-REC-RUBRO-DEBE  TO WSS-CD-RUBRO
           MOVE SU-PAIS             TO WSS-CD-PAIS
           IF WSS-REC-NIVEL-DEBE = 'P'
               MOVE 0               TO WSS-CD-SUC
           ELSE
               MOVE SU-SUCURSAL     TO WSS-CD-SUC
           END-IF
           MOVE WSS-REC-RUBRO-HABER TO WSS-CH-RUBRO
           MOVE SU-PAIS             TO WSS-CH-PAIS
           IF WSS-REC-NIVEL-HABER = 'P'
               MOVE 0               TO WSS-CH-SUC
           ELSE
               MOVE SU-SUCURSAL     TO WSS-CH-SUC
           END-IF
           .
       4060-ARMA-CUENTAS-EXIT. EXIT.

       4070-BUSCA-EN-PLAN.
           SET WSS-CUENTA-SIN-PLAN TO TRUE
           IF WSS-PLAN-CANT > 0
               SET WSS-PLAN-IDX TO 1
               SEARCH WSS-PLAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-PLAN-CUENTA (WSS-PLAN-IDX)
                        = WSS-CUENTA-BUSCADA
                       SET WSS-CUENTA-EN-PLAN TO TRUE
               END-SEARCH
           END-IF
           IF WSS-CUENTA-SIN-PLAN
               SET WSS-NO-ASENTABLE TO TRUE
               DISPLAY 'SUSPENSO: CUENTA ' WSS-CUENTA-BUSCADA
                       ' DEL FLUJO ' WSS-FLUJO-EN-CURSO
                       ' SIN ALTA EN PLANCTA.DAT'
           END-IF
           .
       4070-BUSCA-EN-PLAN-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    REGRABO LAS PARTIDAS CON LO RESUELTO Y ESTAMPADO EN LA
      *    CORRIDA. SE DEPURAN LAS RESUELTAS EN UNA FECHA ANTERIOR CON
      *    LA SALIDA YA ASENTADA, SALVO QUE SU REFERENCIA SIGA EN
      *    MOVRECH.DAT (SE VOLVERIA A ESTACIONAR)
      *-----------------------------------------------------------------*
       4500-GRABA-PARTIDAS.
           OPEN OUTPUT PARTIDAS
           IF NOT FS-PARTIDAS-OK
               DISPLAY 'ERROR APERTURA SUSPEN.DAT FS: ' FS-PARTIDAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 4510-GRABA-PARTIDA
               VARYING WSS-C FROM 1 BY 1
               UNTIL WSS-C > WSS-PAR-TOTAL
           CLOSE PARTIDAS
           .
       4500-GRABA-PARTIDAS-EXIT. EXIT.

       4510-GRABA-PARTIDA.
           MOVE WSS-PAR-IMAGEN (WSS-C) TO REG-PARTIDA
           IF NOT SU-PENDIENTE
              AND SU-FECHA-RESOLUCION < WSS-FECHA-EJECUCION
              AND SU-LOTE-BAJA NOT = 0
              AND NOT WSS-PAR-EN-RECHAZOS (WSS-C)
               ADD 1 TO WSS-DEPURADAS
           ELSE
               WRITE REG-PARTIDA
               IF NOT FS-PARTIDAS-OK
                   DISPLAY 'ERROR ESCRITURA SUSPEN.DAT FS: '
                            FS-PARTIDAS
                   PERFORM 9050-ERROR-FATAL
               END-IF
           END-IF
           .
       4510-GRABA-PARTIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO EL LOTE AL ACUMULATIVO SUSASI.DAT (LA PRIMERA VEZ NO
      *    EXISTE) Y CONSUMO EL NUMERO DE LOTE
      *-----------------------------------------------------------------*
       4600-EMITE-LOTE.
           OPEN EXTEND ASIENTOS-SUS
           IF FS-ASIENTOS-SUS-NO-EXISTE
               OPEN OUTPUT ASIENTOS-SUS
           END-IF
           IF NOT FS-ASIENTOS-SUS-OK
               DISPLAY 'ERROR APERTURA SUSASI.DAT FS: '
                        FS-ASIENTOS-SUS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 4610-ASIENTA-PARTIDA
               VARYING WSS-C FROM 1 BY 1
               UNTIL WSS-C > WSS-PAR-TOTAL
           CLOSE ASIENTOS-SUS
           PERFORM 4700-GRABA-LOTE
           .
       4600-EMITE-LOTE-EXIT. EXIT.

       4610-ASIENTA-PARTIDA.
           MOVE WSS-PAR-IMAGEN (WSS-C) TO REG-PARTIDA
           IF SU-LOTE-ALTA = WSS-LOTE
               MOVE WSS-REGLA-ALTA TO WSS-REGLA-EN-CURSO
               PERFORM 4060-ARMA-CUENTAS
               PERFORM 4650-GRABA-PAR
           END-IF
           IF SU-LOTE-BAJA = WSS-LOTE
               MOVE WSS-REGLA-BAJA TO WSS-REGLA-EN-CURSO
               PERFORM 4060-ARMA-CUENTAS
               PERFORM 4650-GRABA-PAR
           END-IF
           .
       4610-ASIENTA-PARTIDA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PAR BALANCEADO DE LA PARTIDA POR SU IMPORTE: DEBE A LA
      *    CUENTA DEBE DE LA REGLA Y HABER A LA CUENTA HABER
      *-----------------------------------------------------------------*
       4650-GRABA-PAR.
           MOVE WSS-LOTE                TO AS-LOTE
           MOVE WSS-FECHA-EJECUCION     TO AS-FECHA
           MOVE WSS-CUENTA-DEBE         TO AS-CUENTA-MAYOR
           SET AS-DEBE                  TO TRUE
           MOVE SU-IMPORTE              TO AS-IMPORTE
           MOVE SU-MONEDA               TO AS-MONEDA
           PERFORM 4660-GRABO-ASIENTO
           ADD SU-IMPORTE TO WSS-TOTAL-DEBE
           MOVE WSS-CUENTA-HABER        TO AS-CUENTA-MAYOR
           SET AS-HABER                 TO TRUE
           PERFORM 4660-GRABO-ASIENTO
           ADD SU-IMPORTE TO WSS-TOTAL-HABER
           .
       4650-GRABA-PAR-EXIT. EXIT.

       4660-GRABO-ASIENTO.
           WRITE REG-ASIENTO
           IF FS-ASIENTOS-SUS-OK
               ADD 1 TO WSS-ASIENTOS-GRABADOS
           ELSE
               DISPLAY 'ERROR ESCRITURA SUSASI.DAT FS: '
                        FS-ASIENTOS-SUS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       4660-GRABO-ASIENTO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    CONSUMO EL NUMERO DE LOTE RECIEN CON EL LOTE EMITIDO
      *-----------------------------------------------------------------*
       4700-GRABA-LOTE.
           OPEN OUTPUT CONTROL-LOTE
           IF NOT FS-CONTROL-LOTE-OK
               DISPLAY 'ERROR REGRABACION LOTECTL.DAT FS: '
                        FS-CONTROL-LOTE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WSS-LOTE TO LC-ULTIMO-LOTE
               WRITE REG-CONTROL-LOTE
               IF NOT FS-CONTROL-LOTE-OK
                   DISPLAY 'ERROR ESCRITURA LOTECTL.DAT FS: '
                            FS-CONTROL-LOTE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE CONTROL-LOTE
           END-IF
           .
       4700-GRABA-LOTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    AGREGO A MOVDIA.DAT EL DEPOSITO DE CADA PARTIDA REASIGNADA
      *    HOY, SALVO LOS QUE YA ESTAN (RECORRIDA)
      *-----------------------------------------------------------------*
       5000-GENERA-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS
           IF FS-MOVIMIENTOS-NO-EXISTE
               OPEN OUTPUT MOVIMIENTOS
           END-IF
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR APERTURA MOVDIA.DAT FS: ' FS-MOVIMIENTOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           PERFORM 5100-MOVIMIENTO-PARTIDA
               VARYING WSS-C FROM 1 BY 1
               UNTIL WSS-C > WSS-PAR-TOTAL
           CLOSE MOVIMIENTOS
           .
       5000-GENERA-MOVIMIENTOS-EXIT. EXIT.

       5100-MOVIMIENTO-PARTIDA.
           MOVE WSS-PAR-IMAGEN (WSS-C) TO REG-PARTIDA
           IF SU-REASIGNADA
              AND SU-FECHA-RESOLUCION = WSS-FECHA-EJECUCION
               MOVE SU-REF-REASIGNACION TO WSS-REF-BUSCADA
               PERFORM 5200-BUSCA-GENERADA
               IF WSS-REF-NO-GENERADA
                   PERFORM 5150-GRABO-DEPOSITO
               END-IF
           END-IF
           .
       5100-MOVIMIENTO-PARTIDA-EXIT. EXIT.

      *    EL DEPOSITO LLEVA LA FECHA DE VALOR DEL ORIGINAL: EL CLIENTE
      *    NO PIERDE LOS DIAS QUE LA PARTIDA ESTUVO EN SUSPENSO
       5150-GRABO-DEPOSITO.
           MOVE SU-PAIS-NUEVO       TO MOV-PAIS
           MOVE SU-SUC-NUEVA        TO MOV-SUCURSAL
           MOVE SU-CUENTA-NUEVA     TO MOV-NUM-CUENTA
           SET MOV-DEPOSITO         TO TRUE
           MOVE SU-IMPORTE          TO MOV-IMPORTE
           MOVE SU-FECHA-VALOR      TO MOV-FECHA-VALOR
           MOVE SPACES              TO MOV-PAIS-DESTINO
           MOVE 0                   TO MOV-SUC-DESTINO
           MOVE 0                   TO MOV-CUENTA-DESTINO
           MOVE SU-REF-REASIGNACION TO MOV-REFERENCIA
           MOVE 0                   TO MOV-REF-ORIGINAL
           WRITE REG-MOVIMIENTO
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR ESCRITURA MOVDIA.DAT FS: '
                        FS-MOVIMIENTOS
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-DEPOSITOS-GENERADOS
           .
       5150-GRABO-DEPOSITO-EXIT. EXIT.

       5200-BUSCA-GENERADA.
           SET WSS-REF-NO-GENERADA TO TRUE
           IF WSS-GEN-CANT > 0
               SET WSS-GEN-IDX TO 1
               SEARCH WSS-GEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSS-GEN-REFERENCIA (WSS-GEN-IDX)
                        = WSS-REF-BUSCADA
                       SET WSS-REF-YA-GENERADA TO TRUE
               END-SEARCH
           END-IF
           .
       5200-BUSCA-GENERADA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    PARTIDAS QUE SIGUEN PENDIENTES, CON SU ANTIGUEDAD EN DIAS
      *    DESDE EL ALTA. LAS QUE SUPERAN LOS DIAS DE ESCALAMIENTO DEL
      *    PAIS SE LISTAN COMO ESCALADAS Y VAN A SUSESC.DAT
      *-----------------------------------------------------------------*
       6000-LISTA-PENDIENTES.
           MOVE SPACES TO WSS-LINEA-REPORTE
           PERFORM 7100-WRITE-REPORTE
           MOVE 'PARTIDAS PENDIENTES POR ANTIGUEDAD'
                TO WSS-LINEA-REPORTE
           PERFORM 7100-WRITE-REPORTE
           PERFORM 6050-LISTA-PENDIENTE
               VARYING WSS-C FROM 1 BY 1
               UNTIL WSS-C > WSS-PAR-TOTAL
           IF WSS-PENDIENTES = 0
               MOVE '  SIN PARTIDAS PENDIENTES' TO WSS-LINEA-REPORTE
               PERFORM 7100-WRITE-REPORTE
           END-IF
           .
       6000-LISTA-PENDIENTES-EXIT. EXIT.

       6050-LISTA-PENDIENTE.
           MOVE WSS-PAR-IMAGEN (WSS-C) TO REG-PARTIDA
           IF SU-PENDIENTE
               ADD 1 TO WSS-PENDIENTES
               ADD SU-IMPORTE TO WSS-IMPORTE-PENDIENTE
               MOVE 0 TO WSS-DIAS-PARTIDA
               IF SU-FECHA-ALTA NUMERIC
                   MOVE SU-FECHA-ALTA TO WSS-JUL-FECHA-NUM
                   PERFORM 6100-DIA-JULIANO
                   IF WSS-JUL-DIA < WSS-JUL-HOY
                       COMPUTE WSS-DIAS-PARTIDA =
                           WSS-JUL-HOY - WSS-JUL-DIA
                   END-IF
               END-IF

               MOVE WSS-DIAS-ESCALA-DEFECTO TO WSS-DIAS-ESCALA
               IF WSS-PAR-CANT > 0
                   SET WSS-PRM-IDX TO 1
                   SEARCH WSS-PRM-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSS-PRM-PAIS (WSS-PRM-IDX) = SU-PAIS
                           MOVE WSS-PRM-DIAS-ESCALA (WSS-PRM-IDX)
                                TO WSS-DIAS-ESCALA
                   END-SEARCH
               END-IF

               IF WSS-DIAS-PARTIDA > WSS-DIAS-ESCALA
                   ADD 1 TO WSS-ESCALADAS
                   MOVE 'ESCALADA' TO WSS-SITUACION
                   PERFORM 6300-GRABA-ESCALADA
               ELSE
                   MOVE 'PENDIENTE' TO WSS-SITUACION
               END-IF
               MOVE SU-MOTIVO TO WSS-MOTIVO-LISTADO
               PERFORM 2300-DETALLE-PARTIDA
               PERFORM 6200-ACUMULA-TRAMO
           END-IF
           .
       6050-LISTA-PENDIENTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    NUMERO DE DIA JULIANO DE WSS-JUL-FECHA (CALENDARIO
      *    GREGORIANO): MARZO PASA A SER EL MES 0 DEL ANIO PARA QUE EL
      *    29 DE FEBRERO QUEDE AL FINAL
      *-----------------------------------------------------------------*
       6100-DIA-JULIANO.
           COMPUTE WSS-JUL-A  = (14 - WSS-JUL-MM) / 12
           COMPUTE WSS-JUL-Y  = WSS-JUL-AAAA + 4800 - WSS-JUL-A
           COMPUTE WSS-JUL-M  = WSS-JUL-MM + 12 * WSS-JUL-A - 3
           COMPUTE WSS-JUL-T1 = (153 * WSS-JUL-M + 2) / 5
           COMPUTE WSS-JUL-T2 = WSS-JUL-Y / 4
           COMPUTE WSS-JUL-T3 = WSS-JUL-Y / 100
           COMPUTE WSS-JUL-T4 = WSS-JUL-Y / 400
           COMPUTE WSS-JUL-DIA = WSS-JUL-DD + WSS-JUL-T1
                                + 365 * WSS-JUL-Y + WSS-JUL-T2
                                - WSS-JUL-T3 + WSS-JUL-T4 - 32045
           .
       6100-DIA-JULIANO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    SUMO LA PARTIDA EN SU MONEDA Y TRAMO DE ANTIGUEDAD
      *-----------------------------------------------------------------*
       6200-ACUMULA-TRAMO.
           MOVE 1 TO WSS-T
           PERFORM 6210-AVANZA-TRAMO
               UNTIL WSS-T = 4
                  OR WSS-DIAS-PARTIDA <= WSS-TRAMO-HASTA (WSS-T)

           IF WSS-ANT-CANT > 0
               SET WSS-ANT-IDX TO 1
               SEARCH WSS-ANT-ENTRY
                   AT END
                       PERFORM 6220-AGREGA-MONEDA
                   WHEN WSS-ANT-MONEDA (WSS-ANT-IDX) = SU-MONEDA
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 6220-AGREGA-MONEDA
           END-IF
           ADD 1 TO WSS-ANT-PARTIDAS (WSS-ANT-IDX, WSS-T)
           ADD SU-IMPORTE TO WSS-ANT-IMPORTE (WSS-ANT-IDX, WSS-T)
           .
       6200-ACUMULA-TRAMO-EXIT. EXIT.

       6210-AVANZA-TRAMO.
           ADD 1 TO WSS-T
           .
       6210-AVANZA-TRAMO-EXIT. EXIT.

       6220-AGREGA-MONEDA.
           IF WSS-ANT-CANT < 50
               ADD 1 TO WSS-ANT-CANT
               SET WSS-ANT-IDX TO WSS-ANT-CANT
               INITIALIZE WSS-ANT-ENTRY (WSS-ANT-IDX)
               MOVE SU-MONEDA TO WSS-ANT-MONEDA (WSS-ANT-IDX)
           ELSE
               DISPLAY 'SUSPENSO: TABLA DE MONEDAS DEL RESUMEN LLENA'
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       6220-AGREGA-MONEDA-EXIT. EXIT.

       6300-GRABA-ESCALADA.
           MOVE WSS-FECHA-EJECUCION TO SE-FECHA
           MOVE SU-PAIS             TO SE-PAIS
           MOVE SU-SUCURSAL         TO SE-SUCURSAL
           MOVE SU-NUM-CUENTA       TO SE-NUM-CUENTA
           MOVE SU-REFERENCIA       TO SE-REFERENCIA
           MOVE SU-MONEDA           TO SE-MONEDA
           MOVE SU-IMPORTE          TO SE-IMPORTE
           MOVE WSS-DIAS-PARTIDA    TO SE-DIAS
           MOVE SU-MOTIVO           TO SE-MOTIVO
           WRITE REG-ESCALADA
           IF NOT FS-ESCALADAS-OK
               DISPLAY 'ERROR ESCRITURA SUSESC.DAT FS: ' FS-ESCALADAS
               PERFORM 9050-ERROR-FATAL
           END-IF
           .
       6300-GRABA-ESCALADA-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    RESUMEN DE LO PENDIENTE POR MONEDA Y TRAMO DE ANTIGUEDAD
      *-----------------------------------------------------------------*
       6500-RESUMEN-ANTIGUEDAD.
           IF WSS-ANT-CANT > 0
               MOVE SPACES TO WSS-LINEA-REPORTE
               PERFORM 7100-WRITE-REPORTE
               MOVE 'RESUMEN DE PENDIENTES POR ANTIGUEDAD'
                    TO WSS-LINEA-REPORTE
               PERFORM 7100-WRITE-REPORTE
               PERFORM 6510-RESUMEN-MONEDA
                   VARYING WSS-A FROM 1 BY 1
                   UNTIL WSS-A > WSS-ANT-CANT
           END-IF
           .
       6500-RESUMEN-ANTIGUEDAD-EXIT. EXIT.

       6510-RESUMEN-MONEDA.
           PERFORM 6520-RESUMEN-TRAMO
               VARYING WSS-T FROM 1 BY 1
               UNTIL WSS-T > 4
           .
       6510-RESUMEN-MONEDA-EXIT. EXIT.

       6520-RESUMEN-TRAMO.
           IF WSS-ANT-PARTIDAS (WSS-A, WSS-T) > 0
               MOVE WSS-ANT-MONEDA (WSS-A)       TO WSS-TRA-MONEDA
               MOVE WSS-TRAMO-NOMBRE (WSS-T)     TO WSS-TRA-NOMBRE
               MOVE WSS-ANT-PARTIDAS (WSS-A, WSS-T)
                                                 TO WSS-TRA-PARTIDAS
               MOVE WSS-ANT-IMPORTE (WSS-A, WSS-T)
                                                 TO WSS-TRA-IMPORTE
               MOVE WSS-LINEA-TRAMO TO WSS-LINEA-REPORTE
               PERFORM 7100-WRITE-REPORTE
           END-IF
           .
       6520-RESUMEN-TRAMO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UN RECHAZO DE LA ULTIMA CORRIDA DE APLICMOV
      *-----------------------------------------------------------------*
       7000-LECTURA-RECHAZO.
           READ RECHAZOS
           EVALUATE TRUE
               WHEN FS-RECHAZOS-OK
                   ADD 1 TO WSS-RECHAZOS-LEIDOS
               WHEN FS-RECHAZOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVRECH.DAT FS: '
                            FS-RECHAZOS
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       7000-LECTURA-RECHAZO-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    LEO UNA INSTRUCCION DE OPERACIONES
      *-----------------------------------------------------------------*
       7050-LECTURA-INSTRUCCION.
           READ INSTRUCCIONES
           EVALUATE TRUE
               WHEN FS-INSTRUCCIONES-OK
                   ADD 1 TO WSS-INSTRUCCIONES-LEIDAS
               WHEN FS-INSTRUCCIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SUSRES.DAT FS: '
                            FS-INSTRUCCIONES
                   PERFORM 9050-ERROR-FATAL
           END-EVALUATE
           .
       7050-LECTURA-INSTRUCCION-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    ESCRIBO UNA LINEA DEL REPORTE, CONTROLANDO PAGINADO
      *-----------------------------------------------------------------*
       7100-WRITE-REPORTE.
           WRITE REG-REPORTE FROM WSS-LINEA-REPORTE
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR ESCRITURA SUSREP.DAT FS: ' FS-REPORTE
               PERFORM 9050-ERROR-FATAL
           END-IF
           ADD 1 TO WSS-LINEAS-IMPRESAS

           IF WSS-LINEAS-IMPRESAS >= WSS-MAX-LINEAS-PAGINA
               PERFORM 7150-ENCABEZADO-REPORTE
           END-IF
           .
       7100-WRITE-REPORTE-EXIT. EXIT.

       7150-ENCABEZADO-REPORTE.
           ADD 1 TO WSS-PAGINA
           MOVE WSS-PAGINA TO WSS-ENC1-PAGINA

           WRITE REG-REPORTE FROM WSS-ENC-1
           WRITE REG-REPORTE FROM WSS-ENC-2
           WRITE REG-REPORTE FROM WSS-ENC-3
           WRITE REG-REPORTE FROM WSS-ENC-4

           MOVE 4 TO WSS-LINEAS-IMPRESAS
           .
       7150-ENCABEZADO-REPORTE-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    UN ERROR FATAL DEJA RETURN-CODE EN 8 ANTES DE FINALIZAR, PARA
      *    QUE EL JCL PUEDA SALTEAR LOS PASOS SIGUIENTES DE LA
      *    CANALIZACION (COND=(8,GE) EN CADA PASO POSTERIOR)
      *-----------------------------------------------------------------*
       9050-ERROR-FATAL.
           MOVE 8 TO RETURN-CODE
           PERFORM 9000-FINALIZAR
           .
       9050-ERROR-FATAL-EXIT. EXIT.

      *-----------------------------------------------------------------*
      *    GRABO LA ULTIMA REFERENCIA USADA (TAMBIEN SI LA CORRIDA
      *    ABORTA: UNA REFERENCIA YA TOMADA NO SE VUELVE A USAR), SALVO
      *    QUE LA CORRIDA HAYA ABORTADO ANTES DE CONOCERLA; CIERRO
      *    ARCHIVOS Y DISPLAYO TOTALES DE CONTROL
      *-----------------------------------------------------------------*
       9000-FINALIZAR.
           IF WSS-NUMERACION-CARGADA
               PERFORM 9200-GRABA-CONTROL-SUSPENSO
           END-IF
           PERFORM 9100-TOTALES-DE-CONTROL
           CLOSE RECHAZOS
           CLOSE INSTRUCCIONES
           CLOSE MAESTRO-CTA
           CLOSE ESCALADAS
           CLOSE REPORTE
           STOP RUN
           .
       9000-FINALIZAR-EXIT. EXIT.

       9100-TOTALES-DE-CONTROL.
           DISPLAY '-------------------------------'
           DISPLAY '- RECHAZOS LEIDOS: ' WSS-RECHAZOS-LEIDOS
           DISPLAY '- DEPOSITOS RECHAZADOS: ' WSS-DEPOSITOS-RECHAZADOS
           DISPLAY '- PARTIDAS ESTACIONADAS: ' WSS-ESTACIONADAS
           DISPLAY '- IMPORTE ESTACIONADO: ' WSS-IMPORTE-ESTACIONADO
           DISPLAY '- YA ESTACIONADAS: ' WSS-YA-ESTACIONADAS
           DISPLAY '- INSTRUCCIONES LEIDAS: ' WSS-INSTRUCCIONES-LEIDAS
           DISPLAY '- PARTIDAS REASIGNADAS: ' WSS-REASIGNADAS
           DISPLAY '- PARTIDAS DEVUELTAS: ' WSS-DEVUELTAS
           DISPLAY '- PARTIDAS APLICADAS: ' WSS-APLICADAS
           DISPLAY '- IMPORTE RESUELTO: ' WSS-IMPORTE-RESUELTO
           DISPLAY '- INSTRUCCIONES YA REGISTRADAS: ' WSS-YA-RESUELTAS
           DISPLAY '- OBSERVADOS: ' WSS-OBSERVADOS
           DISPLAY '- DEPOSITOS GENERADOS: ' WSS-DEPOSITOS-GENERADOS
           DISPLAY '- PARTIDAS PENDIENTES: ' WSS-PENDIENTES
           DISPLAY '- IMPORTE PENDIENTE: ' WSS-IMPORTE-PENDIENTE
           DISPLAY '- PARTIDAS ESCALADAS: ' WSS-ESCALADAS
           DISPLAY '- PARTIDAS DEPURADAS: ' WSS-DEPURADAS
           DISPLAY '- LOTE: ' WSS-LOTE
           DISPLAY '- ALTAS A ASENTAR: ' WSS-ALTAS-A-ASENTAR
           DISPLAY '- SALIDAS A ASENTAR: ' WSS-SALIDAS-A-ASENTAR
           DISPLAY '- ASIENTOS GRABADOS: ' WSS-ASIENTOS-GRABADOS
           DISPLAY '- TOTAL DEBE:  ' WSS-TOTAL-DEBE
           DISPLAY '- TOTAL HABER: ' WSS-TOTAL-HABER
           DISPLAY '- PARTIDAS SIN ASENTAR: ' WSS-SIN-ASENTAR
           DISPLAY '- ULTIMA REFERENCIA USADA: ' WSS-ULTIMA-REFERENCIA
           DISPLAY '-------------------------------'

           IF WSS-SIN-ASENTAR > 0
               DISPLAY 'SUSPENSO: PARTIDAS SIN ASENTAR, QUEDAN PARA LA '
                       'CORRIDA SIGUIENTE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
              AND (WSS-OBSERVADOS > 0 OR WSS-ESCALADAS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       9100-TOTALES-DE-CONTROL-EXIT. EXIT.

       9200-GRABA-CONTROL-SUSPENSO.
           MOVE WSS-ULTIMA-REFERENCIA TO CS-ULTIMA-REFERENCIA
           OPEN OUTPUT CONTROL-SUSPENSO
           IF FS-CONTROL-SUSPENSO-OK
               WRITE REG-CONTROL-SUSPENSO
               CLOSE CONTROL-SUSPENSO
           END-IF
           IF NOT FS-CONTROL-SUSPENSO-OK
               DISPLAY 'ERROR GRABACION SUSCTL.DAT FS: '
                        FS-CONTROL-SUSPENSO
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       9200-GRABA-CONTROL-SUSPENSO-EXIT. EXIT.
