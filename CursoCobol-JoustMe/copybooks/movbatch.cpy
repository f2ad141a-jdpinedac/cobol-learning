000010*-----------------------------------------------------------
000020* MOVBATCH.CPY
000030* Layout comun del registro del archivo de movimientos de
000040* mantenimiento NOMBRE-MOVB (secuencial, 80 posiciones),
000050* con las correcciones y bajas que manda recursos humanos
000060* para aplicarse al maestro de nombres en batch con
000070* MANTENIMIENTO-BATCH en vez de teclearse una por una en el
000080* menu de MANTENIMIENTO-NOMBRES.
000090*
000100* Acciones: C = cambio de nombre (lleva el nombre nuevo),
000110*           B = baja del registro (el nombre no se usa).
000120* El numero de empleado viene alfanumerico para poder
000130* rechazar a suspensos un numero mal formado.
000140*-----------------------------------------------------------
000150* 2026-10-10 JP  Version original.

000160 01  MOVTO-BATCH-RECORD.
000170         05  MVB-ACCION                  PIC X(01).
000180             88  MVB-CAMBIO                      VALUE "C".
000190             88  MVB-BAJA                        VALUE "B".
000200         05  MVB-NUM-EMPLEADO            PIC X(08).
000210         05  MVB-NOMBRE-NUEVO            PIC X(30).
000220         05  MVB-MOTIVO                  PIC X(30).
000230         05  FILLER                      PIC X(11).
