      ******************************************************************
      *    LAYOUT DE LAS PARTIDAS EN SUSPENSO - ARCHIVO SUSPEN.DAT (UN
      *    REGISTRO POR DEPOSITO RECHAZADO). MOVRECH.DAT SE PISA EN
      *    CADA CORRIDA DE APLICMOV, PERO UN DEPOSITO 'D' RECHAZADO
      *    (CUENTA INEXISTENTE, CERRADA, DIGITO VERIFICADOR ERRADO...)
      *    ES DINERO QUE LA SUCURSAL RECIBIO: SUSPENSO LO ESTACIONA
      *    ACA CON SU IMPORTE, FECHA DE ALTA Y MOTIVO ORIGINAL, Y LO
      *    ASIENTA CONTRA LA CUENTA DE SUSPENSO DEL MAYOR.
      *    SU-REFERENCIA ES LA DEL MOVIMIENTO RECHAZADO (CLAVE UNICA).
      *    SU-MONEDA ES LA DE LA CUENTA SI EXISTE EN EL MAESTRO; SI NO,
      *    LA DEL PAIS SEGUN SUSPAR.DAT.
      *    SU-ESTADO: 'P' PENDIENTE, 'R' REASIGNADA A OTRA CUENTA (VA A
      *    MOVDIA.DAT UN DEPOSITO 'D' A SU-CLAVE-NUEVA CON
      *    SU-REF-REASIGNACION, DEL RANGO RESERVADO A SUSPENSO),
      *    'D' DEVUELTA AL ORIGEN, 'A' APLICADA: LA SUCURSAL REENVIO
      *    EL MOVIMIENTO CORREGIDO CON LA MISMA REFERENCIA Y APLICMOV
      *    LO APLICO (MOVAPLIC.DAT).
      *    SU-OPERADOR ES QUIEN RESOLVIO (OPERADOR.DAT).
      *    SU-LOTE-ALTA / SU-LOTE-BAJA: LOTE DE SUSASI.DAT CON QUE SE
      *    ASENTO EL ALTA EN SUSPENSO Y SU SALIDA; EN CERO MIENTRAS NO
      *    SE ASENTO. UNA PARTIDA RESUELTA SE DEPURA EN LA CORRIDA
      *    SIGUIENTE A SU FECHA DE RESOLUCION, CON LA SALIDA YA
      *    ASENTADA.
      ******************************************************************
           05 SU-REFERENCIA         PIC 9(09).
           05 SU-PAIS               PIC X(03).
           05 SU-SUCURSAL           PIC 9(02).
           05 SU-NUM-CUENTA         PIC 9(10).
           05 SU-IMPORTE            PIC 9(07)V99.
           05 SU-MONEDA             PIC X(03).
           05 SU-FECHA-VALOR        PIC 9(08).
           05 SU-FECHA-ALTA         PIC 9(08).
           05 SU-MOTIVO             PIC X(30).
           05 SU-ESTADO             PIC X(01).
               88 SU-PENDIENTE                VALUE 'P'.
               88 SU-REASIGNADA               VALUE 'R'.
               88 SU-DEVUELTA                 VALUE 'D'.
               88 SU-APLICADA                 VALUE 'A'.
           05 SU-FECHA-RESOLUCION   PIC 9(08).
      *    CUENTA CORREGIDA, SOLO PARA ESTADO 'R'
           05 SU-CLAVE-NUEVA.
               10 SU-PAIS-NUEVO         PIC X(03).
               10 SU-SUC-NUEVA          PIC 9(02).
               10 SU-CUENTA-NUEVA       PIC 9(10).
           05 SU-REF-REASIGNACION   PIC 9(09).
           05 SU-OPERADOR           PIC X(08).
           05 SU-LOTE-ALTA          PIC 9(06).
           05 SU-LOTE-BAJA          PIC 9(06).
