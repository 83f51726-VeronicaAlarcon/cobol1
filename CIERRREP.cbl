               05 CH-NOVEDADES        PIC 9(06).
               05 CH-HORA-INICIO      PIC 9(06).
               05 CH-HORA-FIN         PIC 9(06).
               05 CH-PASO OCCURS 14 TIMES.
                   10 CH-PASO-PROGRAMA PIC X(08).
                   10 CH-PASO-ESTADO   PIC X(01).
                   10 CH-PASO-RC       PIC 9(02).

       2200-ACUMULA-PASOS.
           PERFORM 2210-ACUMULA-UN-PASO
               VARYING WSS-P FROM 1 BY 1 UNTIL WSS-P > 14
           .
       2200-ACUMULA-PASOS-EXIT. EXIT.

