000020* EXTRACTO.CPY
000030* Layout de interfaz de ancho fijo para el archivo de salida
000040* NOMBRE-EXTR, que otros sistemas recogen para no volver a
000050* teclear los nombres ya capturados aqui. Registro de 65
000060* posiciones:
000070*   01-30  Nombre capturado
000080*   31-38  Fecha de captura (AAAAMMDD)
000090*   39-46  Hora de captura (HHMMSSCC)
000100*   47-56  Numero de secuencia unico del extracto
000101*   57-64  Numero de empleado del maestro
000102*   65     Tipo: A alta, C cambio, B baja, R restauracion
000103* El archivo diario que entrega CORTE-EXTRACTO lleva ademas
000104* registros de control con el mismo ancho, identificados por
000105* el asterisco en la posicion 1 (un nombre capturado nunca
000106* empieza con asterisco): "*HD" cabecera con fecha del
000107* archivo y numero de generacion, y "*TR" sumario con la
000108* cuenta de registros de detalle para cuadrar antes de cargar.
000109* En C, B y R las posiciones 31-46 son fecha y hora del movto.
000110*-----------------------------------------------------------
000120* 2026-08-09 JP  Version original.
000121* 2026-08-22 JP  Las posiciones 47-56, antes reservadas, pasan
000137*                sistemas de bajada tengan por fin un
000138*                identificador estable. El registro pasa de
000139*                56 a 64 posiciones.
000140* 2026-10-05 JP  Se agrega el tipo de movimiento en la
000141*                posicion 65: MANTENIMIENTO-NOMBRES manda al
000142*                extracto los cambios de nombre, las bajas y
000143*                las restauraciones del maestro, cada uno con
000144*                su propio numero de secuencia, para que los
000145*                suscriptores los apliquen y los confirmen
000146*                igual que una captura. El registro pasa de
000147*                64 a 65 posiciones.

000148 01  EXTRACTO-RECORD.
000149         05  EXT-NOMBRE                  PIC X(30).
000150         05  EXT-FECHA-CAPTURA           PIC 9(08).
000160         05  EXT-HORA-CAPTURA            PIC 9(08).
000170         05  EXT-SECUENCIA               PIC 9(10).
000171         05  EXT-NUM-EMPLEADO            PIC 9(08).
000172         05  EXT-TIPO-MOVTO              PIC X(01).
000173             88  EXT-MOVTO-ALTA                  VALUE "A".
000174             88  EXT-MOVTO-CAMBIO                VALUE "C".
000175             88  EXT-MOVTO-BAJA                  VALUE "B".
000176             88  EXT-MOVTO-RESTAURA              VALUE "R".
000180 01  EXTRACTO-CONTROL.
000190         05  EXT-CTL-ID                  PIC X(03).
000200             88  EXT-CTL-CABECERA                VALUE "*HD".
000230         05  EXT-CTL-GENERACION          PIC 9(06).
000240         05  EXT-CTL-CUENTA              PIC 9(09).
000250         05  EXT-CTL-SUSCRIPTOR          PIC X(08).
000260         05  FILLER                      PIC X(31).
