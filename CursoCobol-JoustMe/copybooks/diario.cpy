000010*-----------------------------------------------------------
000020* DIARIO.CPY
000030* Layout comun del registro del diario de actualizaciones
000040* del maestro NOMBRE-DIARIO (secuencial, 290 posiciones).
000050* Todo programa que graba, regraba o borra un registro de
000060* NOMBRE-MASTER agrega aqui un registro con la imagen del
000070* registro antes y despues del movimiento, el programa, el
000080* operador y la fecha y hora. Con el diario, RECUPERA-MAESTRO
000090* reconstruye el maestro a partir de un respaldo aplicando
000100* los movimientos hasta una fecha y hora dadas.
000110*
000120* Tipos de movimiento: A = alta (WRITE), C = cambio
000130* (REWRITE), B = baja (DELETE). En un alta la imagen
000140* anterior va en blanco; en una baja, la posterior.
000150* Los programas batch graban operador BATCH; los de linea
000155* sin firma de operador graban la terminal.
000160*-----------------------------------------------------------
000170* 2026-10-11 JP  Version original.

000180 01  DIARIO-RECORD.
000190         05  DIA-FECHA-MOVTO             PIC 9(08).
000200         05  DIA-HORA-MOVTO              PIC 9(08).
000210         05  DIA-PROGRAMA                PIC X(24).
000220         05  DIA-OPERADOR                PIC X(08).
000230         05  DIA-TIPO-MOVTO              PIC X(01).
000240             88  DIA-ALTA                        VALUE "A".
000250             88  DIA-CAMBIO                      VALUE "C".
000260             88  DIA-BAJA                        VALUE "B".
000270         05  DIA-NUM-EMPLEADO            PIC 9(08).
000280         05  DIA-IMAGEN-ANTES            PIC X(112).
000290         05  DIA-IMAGEN-DESPUES          PIC X(112).
000300         05  FILLER                      PIC X(09).
