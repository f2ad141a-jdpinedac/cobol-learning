000200*                resumen de ancho fijo por mes en
000210*                NOMBRE-ESTME, que se conserva anio con anio
000220*                para comparar.
000221* 2026-10-10 JP  Los rechazos de MANTENIMIENTO-BATCH (origen
000222*                M) no se cuentan como rechazos de captura.

000230 ENVIRONMENT DIVISION.

003560         IF WS-FECHA-MES NOT = WS-MES-N
003570                GO TO 4100-EXIT
003580         END-IF.
003581         IF SUS-ORIGEN-MANTENIMIENTO
003582                GO TO 4100-EXIT
003583         END-IF.
003590         EVALUATE TRUE
003600                WHEN SUS-MOTIVO-BLANCO
003610                       ADD 1 TO WS-CONT-SUSP-BL
