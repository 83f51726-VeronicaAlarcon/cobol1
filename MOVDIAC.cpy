      ******************************************************************
      *    LAYOUT DEL MOVIMIENTO DEL DIA - ARCHIVO MOVDIA.DAT (66
      *    BYTES). HASTA AHORA SOLO APLICMOV DECLARABA EL REGISTRO;
      *    PASA A COPYBOOK AL APARECER ORDPERM, QUE GENERA EN EL MISMO
      *    ARCHIVO LAS TRANSFERENCIAS DE LAS ORDENES PERMANENTES, PARA
      *    QUE EL LAYOUT NO SE DESINCRONICE ENTRE QUIEN ESCRIBE Y QUIEN
      *    APLICA (MISMO CRITERIO QUE MOVHISTC.CPY).
      *    MOVRECH.DAT GUARDA ESTA MISMA IMAGEN COMPLETA EN
      *    R-LINEA-ORIGINAL, SEGUIDA DEL MOTIVO DE RECHAZO.
      *    TIPO 'Q' ES UN DEPOSITO DE CHEQUE: ACREDITA EL SALDO COMO
      *    UNA 'D' PERO EL IMPORTE QUEDA EN CANJE (CHQCANJ.DAT, VER
      *    CHQCANJC.CPY) Y NO ES DISPONIBLE HASTA QUE CANJE LO
      *    CONFIRMA. TIPO 'G' ES EL GASTO POR CHEQUE DEVUELTO: LO
      *    GENERA SOLO CANJE, CON UNA REFERENCIA DE SU RANGO, JUNTO
      *    CON EL REVERSO 'R' DEL DEPOSITO DEVUELTO.
      ******************************************************************
           05 MOV-PAIS              PIC X(03).
           05 MOV-SUCURSAL          PIC 9(02).
           05 MOV-NUM-CUENTA        PIC 9(10).
           05 MOV-TIPO              PIC X(01).
               88 MOV-DEPOSITO                VALUE 'D'.
               88 MOV-EXTRACCION              VALUE 'E'.
               88 MOV-TRANSFERENCIA           VALUE 'T'.
               88 MOV-REVERSO                 VALUE 'R'.
               88 MOV-DEPOSITO-CHEQUE         VALUE 'Q'.
               88 MOV-GASTO-CHEQUE            VALUE 'G'.
           05 MOV-IMPORTE           PIC 9(07)V99.
           05 MOV-FECHA-VALOR       PIC 9(08).
      *    CLAVE DE LA CUENTA DESTINO, SOLO PARA TIPO 'T'
           05 MOV-CLAVE-DESTINO.
               10 MOV-PAIS-DESTINO      PIC X(03).
               10 MOV-SUC-DESTINO       PIC 9(02).
               10 MOV-CUENTA-DESTINO    PIC 9(10).
      *    NUMERO UNICO DEL MOVIMIENTO, ASIGNADO POR LA SUCURSAL (O
      *    TOMADO DE UN RANGO RESERVADO POR EL PROCESO QUE LO GENERA,
      *    VER MOVHISTC.CPY)
           05 MOV-REFERENCIA        PIC 9(09).
               88 MOV-REF-CANJE               VALUE 960000000
                                                 THRU 969999999.
      *    REFERENCIA DEL MOVIMIENTO A DESHACER, SOLO PARA TIPO 'R'
           05 MOV-REF-ORIGINAL      PIC 9(09).
