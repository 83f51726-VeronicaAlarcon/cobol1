      ******************************************************************
      *    LAYOUT DE ORDEN PERMANENTE - MAESTRO INDEXED ORDPERM.DAT
      *    (TRANSFERENCIAS RECURRENTES: ALQUILER, PASE MENSUAL ENTRE
      *    CUENTAS PROPIAS). CLAVE OR-CLAVE-ORDEN = CLAVE DE LA CUENTA
      *    ORIGEN (PAIS + SUCURSAL + NUMERO, LA MISMA CTA-CLAVE-CUENTA
      *    DEL MAESTRO DE CUENTAS) + OR-SECUENCIA, PARA QUE UNA CUENTA
      *    PUEDA TENER MAS DE UNA ORDEN. EL ALTA, CAMBIO Y BAJA LOS
      *    HACE MANTORD; ORDPERM GENERA EN MOVDIA.DAT UNA 'T' POR CADA
      *    ORDEN VENCIDA Y AVANZA SU PROXIMA FECHA.
      *    OR-FECHA-PROXIMA ES LA FECHA NOMINAL DE LA PROXIMA EJECUCION
      *    (SIN CORRER POR FERIADOS: LA ORDEN SE EJECUTA EL PRIMER DIA
      *    HABIL DESDE ESA FECHA). OR-DIA-PACTADO GUARDA EL DIA DEL MES
      *    ACORDADO, PARA QUE UNA ORDEN DEL 31 VUELVA AL 31 DESPUES DE
      *    PASAR POR UN MES CORTO. OR-FECHA-FIN EN CERO = SIN
      *    VENCIMIENTO.
      *    OR-REF-PENDIENTE ES LA REFERENCIA DE LA ULTIMA 'T' GENERADA
      *    MIENTRAS APLICMOV NO CONFIRME SU SUERTE (APLICADA EN
      *    MOVHIST.DAT O RECHAZADA EN MOVRECH.DAT; SI NO APARECE EN
      *    NINGUNO UNA FECHA DE NEGOCIO DESPUES, ORDPERM LA DA POR
      *    RECHAZADA); CERO = NADA PENDIENTE. OR-FALLAS-CONSEC CUENTA
      *    LOS RECHAZOS SEGUIDOS: AL LLEGAR AL TOPE DE ORDPAR.DAT LA
      *    ORDEN QUEDA SUSPENDIDA. MANTORD PUEDE LIBERAR ('L') UNA
      *    ORDEN, PONIENDO LAS DOS EN CERO.
      ******************************************************************
           05 OR-PAIS              PIC X(03).
           05 OR-SUCURSAL          PIC 9(02).
           05 OR-NUM-CUENTA        PIC 9(10).
           05 OR-SECUENCIA         PIC 9(02).
           05 OR-PAIS-DESTINO      PIC X(03).
           05 OR-SUC-DESTINO       PIC 9(02).
           05 OR-CUENTA-DESTINO    PIC 9(10).
           05 OR-IMPORTE           PIC 9(07)V99.
           05 OR-FRECUENCIA        PIC X(01).
               88 OR-SEMANAL                  VALUE 'S'.
               88 OR-MENSUAL                  VALUE 'M'.
               88 OR-TRIMESTRAL               VALUE 'T'.
               88 OR-ANUAL                    VALUE 'A'.
               88 OR-FRECUENCIA-VALIDA        VALUE 'S' 'M' 'T'
                                                    'A'.
           05 OR-DIA-PACTADO       PIC 9(02).
           05 OR-FECHA-PROXIMA     PIC 9(08).
           05 OR-FECHA-FIN         PIC 9(08).
           05 OR-ESTADO            PIC X(01).
               88 OR-ESTADO-ACTIVA            VALUE 'A'.
               88 OR-ESTADO-SUSPENDIDA        VALUE 'S'.
               88 OR-ESTADO-FINALIZADA        VALUE 'F'.
           05 OR-FALLAS-CONSEC     PIC 9(02).
           05 OR-REF-PENDIENTE     PIC 9(09).
           05 OR-FECHA-ULT-EJEC    PIC 9(08).
           05 OR-ULT-MOTIVO        PIC X(30).
