      ******************************************************************
      *    PARTICION DEL LOTE DE CIERRE POR PAIS. LA COMPARTEN LOS PASOS
      *    QUE CORREN PARTIDOS POR PAIS (INTEGMAE, CORTE2, VARSAL,
      *    CONCILIA Y LA VERIFICACION DE CTAUNLD), PARA QUE UN PAIS CON
      *    PROBLEMAS QUEDE AFUERA DE LAS SALIDAS DE LA NOCHE SIN FRENAR
      *    AL RESTO DEL GRUPO.
      *    PP-LISTA-PAISES ES LA LISTA DE PAISES DE LA CORRIDA, LEIDA DE
      *    CIERPAIS.DAT (UN CODIGO DE PAIS POR REGISTRO, HASTA 50). SIN
      *    CIERPAIS.DAT, O CON EL ARCHIVO VACIO, LA CORRIDA ABARCA
      *    TODOS LOS PAISES QUE TRAIGAN LOS DATOS. EL REPROCESO DE UN
      *    PAIS RETENIDO SE HACE DEJANDO SOLO ESE PAIS EN CIERPAIS.DAT
      *    (VER CIERREPR.JCL).
      *    PP-PARTICIONES LLEVA UNA ENTRADA POR PAIS DE LA CORRIDA CON
      *    SU SITUACION: 'P' SE PROCESA; 'Y' YA LO COMPLETO UNA CORRIDA
      *    ANTERIOR DE LA FECHA (SE SALTEA SIN TOCAR SUS SALIDAS); 'R'
      *    RETENIDO PORQUE EL PASO ANTERIOR NO LO COMPLETO; 'F' FALLO EN
      *    ESTE PASO. PP-PART-RETORNO ES EL RETORNO DEL PAIS QUE SE
      *    ESTAMPA EN RUNCTL.DAT (FUNCION 'T') AL FINALIZAR.
      *    PP-POS-ACTUAL APUNTA A LA ENTRADA DEL PAIS QUE SE ESTA
      *    PROCESANDO (CERO: PAIS FUERA DE LA LISTA).
      *    PP-SW-REPROCESO QUEDA EN 'S' CUANDO ALGUN PAIS YA COMPLETO LA
      *    FECHA EN ESTE PASO (FUNCION 'R' DE RUNCTL): LA CORRIDA ES UN
      *    REPROCESO DE PAISES RETENIDOS Y AGREGA A LAS SALIDAS DE LA
      *    FECHA EN VEZ DE PISARLAS.
      ******************************************************************
       01  PP-LISTA-PAISES.
           05 PP-LISTA-CANT            PIC 9(03) VALUE 0.
           05 PP-LISTA-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON PP-LISTA-CANT
                              INDEXED BY PP-LISTA-IDX.
               10 PP-LISTA-PAIS        PIC X(03).
       01  PP-PARTICIONES.
           05 PP-PART-CANT             PIC 9(03) VALUE 0.
           05 PP-PART-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON PP-PART-CANT
                              INDEXED BY PP-PART-IDX.
               10 PP-PART-PAIS         PIC X(03).
               10 PP-PART-ESTADO       PIC X(01).
                   88 PP-PART-PROCESA              VALUE 'P'.
                   88 PP-PART-YA-COMPLETA          VALUE 'Y'.
                   88 PP-PART-RETENIDA             VALUE 'R'.
                   88 PP-PART-FALLIDA              VALUE 'F'.
               10 PP-PART-RETORNO      PIC 9(02).
       01  PP-PAIS-ACTUAL              PIC X(03) VALUE LOW-VALUES.
       01  PP-POS-ACTUAL               PIC 9(03) VALUE 0.
       01  PP-SW-HABILITADO            PIC X(01).
           88 PP-PAIS-HABILITADO                   VALUE 'S'.
           88 PP-PAIS-OMITIDO                      VALUE 'N'.
       01  PP-SW-REPROCESO             PIC X(01) VALUE 'N'.
           88 PP-ES-REPROCESO                      VALUE 'S'.
       01  PP-CONTADORES.
           05 PP-PROCESADOS            PIC 9(03) VALUE 0.
           05 PP-YA-COMPLETOS          PIC 9(03) VALUE 0.
           05 PP-RETENIDOS             PIC 9(03) VALUE 0.
           05 PP-FALLIDOS              PIC 9(03) VALUE 0.
       01  PP-RETORNO-PASO             PIC 9(02).
