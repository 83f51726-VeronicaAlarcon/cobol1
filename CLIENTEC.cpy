      *    CTA-NOMBRE-TITULAR TIPEADOS DISTINTO: LA CUENTA LO REFERENCIA
      *    POR CTA-NUM-CLIENTE (VER CUENTASC.CPY) Y LA POSICION
      *    CONSOLIDADA DEL TITULAR LA ARMA POSCLI.
      *    CLI-EMAIL, CLI-TELEFONO Y CLI-CANAL-AVISO SON LOS DATOS DE
      *    CONTACTO CON QUE AVISOCLI ARMA LOS AVISOS AL CLIENTE PARA EL
      *    PROVEEDOR DE CORREO/SMS: 'E' CORREO, 'S' SMS, 'A' AMBOS,
      *    'N' (O EN BLANCO, LOS CLIENTES ANTERIORES) NO RECIBE AVISOS.
      ******************************************************************
           05 CLI-NUM-CLIENTE      PIC 9(08).
           05 CLI-NOMBRE           PIC X(30).
           05 CLI-TIPO-DOC         PIC X(03).
           05 CLI-NUM-DOC          PIC X(15).
           05 CLI-PAIS             PIC X(03).
           05 CLI-EMAIL            PIC X(40).
           05 CLI-TELEFONO         PIC X(15).
           05 CLI-CANAL-AVISO      PIC X(01).
               88 CLI-AVISO-EMAIL             VALUE 'E'.
               88 CLI-AVISO-SMS               VALUE 'S'.
               88 CLI-AVISO-AMBOS             VALUE 'A'.
               88 CLI-SIN-AVISO               VALUE 'N' ' '.
               88 CLI-CANAL-VALIDO            VALUE 'E' 'S' 'A' 'N'
                                                    ' '.
