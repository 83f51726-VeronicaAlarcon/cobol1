      *    FINALIZAR: ESTAMPA EL RETURN-CODE DEL PASO Y LO MARCA 'C'
      *    (COMPLETADO) SALVO QUE CTL-RETORNO-JOB SEA 8 O MAS, EN CUYO
      *    CASO QUEDA 'E' PARA PERMITIR LA RECORRIDA.
      *    CTL-FUNCION 'Q' SOLO CONSULTA, SIN TOCAR RUNCTL.DAT: DEVUELVE
      *    LA FECHA DE NEGOCIO Y CTL-YA-INICIADO SI CTL-PROGRAMA YA
      *    ARRANCO ESA FECHA (EN PROCESO O COMPLETADO). LA USA LA
      *    CAPTURA EN LINEA PARA CERRARSE CUANDO ARRANCA APLICMOV.
      *    LOS PASOS QUE CORREN PARTIDOS POR PAIS (INTEGMAE, CORTE2,
      *    VARSAL, CONCILIA) LLEVAN ADEMAS UNA ENTRADA POR PROGRAMA Y
      *    PAIS (CTL-PAIS). 'I', 'F' Y 'Q' IGNORAN CTL-PAIS Y SIEMPRE
      *    TRABAJAN SOBRE LA ENTRADA DEL PROGRAMA; LAS FUNCIONES POR
      *    PAIS SON:
      *      'P' INICIO DEL PAIS: COMO 'I' PARA CTL-PROGRAMA+CTL-PAIS.
      *          EL PREDECESOR SE BUSCA PRIMERO PARA EL MISMO PAIS Y,
      *          SI NO TIENE ENTRADA DE PAIS, A NIVEL PROGRAMA. CON EL
      *          PREDECESOR PENDIENTE EL PAIS QUEDA 'R' (RETENIDO).
      *      'T' FIN DEL PAIS: COMO 'F' PARA CTL-PROGRAMA+CTL-PAIS.
      *      'K' CONSULTA DEL PAIS (NO REGRABA): CTL-OK SI CTL-PROGRAMA
      *          COMPLETO LA FECHA PARA CTL-PAIS (CON LA MISMA RECAIDA
      *          A NIVEL PROGRAMA QUE EL PREDECESOR DE 'P'); SI NO,
      *          CTL-PREDECESOR-PENDIENTE. CON CTL-PAIS EN BLANCO
      *          CONSULTA LA ENTRADA DEL PROGRAMA.
      *      'R' CONSULTA DE REPROCESO (NO REGRABA): CTL-YA-CORRIO SI
      *          ALGUN PAIS DE CTL-PROGRAMA YA COMPLETO LA FECHA, ES
      *          DECIR, SI LA CORRIDA ES UN REPROCESO DE PAISES
      *          RETENIDOS QUE DEBE AGREGAR A LAS SALIDAS Y NO PISARLAS.
      ******************************************************************
           05 CTL-FUNCION          PIC X(01).
               88 CTL-FUNCION-INICIO           VALUE 'I'.
               88 CTL-FUNCION-FIN              VALUE 'F'.
               88 CTL-FUNCION-CONSULTA         VALUE 'Q'.
               88 CTL-FUNCION-INICIO-PAIS      VALUE 'P'.
               88 CTL-FUNCION-FIN-PAIS         VALUE 'T'.
               88 CTL-FUNCION-CONSULTA-PAIS    VALUE 'K'.
               88 CTL-FUNCION-REPROCESO        VALUE 'R'.
           05 CTL-PROGRAMA         PIC X(08).
           05 CTL-PREDECESOR       PIC X(08).
           05 CTL-RETORNO-JOB      PIC 9(02).
               88 CTL-OK                       VALUE '0'.
               88 CTL-YA-CORRIO                VALUE '1'.
               88 CTL-PREDECESOR-PENDIENTE     VALUE '2'.
               88 CTL-YA-INICIADO              VALUE '3'.
               88 CTL-ERROR                    VALUE '9'.
           05 CTL-PAIS             PIC X(03).
