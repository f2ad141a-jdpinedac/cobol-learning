000010*-----------------------------------------------------------
000020* HISTORIA.CPY
000030* Layout comun del registro de la bitacora historica
000040* NOMBRE-HIST, con la imagen anterior de cada registro del
000050* maestro de nombres que se cambia o se da de baja, el
000060* operador que lo hizo y el motivo. La graban
000070* MANTENIMIENTO-NOMBRES, MANTENIMIENTO-ROSTER (cambios de
000080* nombre que trae el feed de RH) y MANTENIMIENTO-BATCH
000081* (cambios y bajas de RH, con operador BATCH);
000082* REASIGNA-NUMERO regraba en su lugar HIS-NUM-EMPLEADO
000083* cuando un numero reservado pasa al numero real. Con ella
000084* se consulta el historial de un nombre y se restaura un
000090* registro borrado.
000100*
000110* Tipos de movimiento: C = cambio de nombre, B = baja.
000120*-----------------------------------------------------------
000130* 2026-10-06 JP  Version original, tomada del layout que
000140*                MANTENIMIENTO-NOMBRES llevaba en su propia
000150*                FD, para compartirlo con los demas
000160*                programas que graban el historial.
000161* 2026-10-15 JP  Se documentan MANTENIMIENTO-BATCH y
000162*                REASIGNA-NUMERO entre los que la actualizan.

000170 01  NOMBRE-HIST-REC.
000180         05  HIS-TIPO-MOVTO              PIC X(01).
000190         05  HIS-FECHA-MOVTO             PIC 9(08).
000200         05  HIS-HORA-MOVTO              PIC 9(08).
000210         05  HIS-OPERADOR                PIC X(08).
000220         05  HIS-TERMINAL-MOVTO          PIC X(08).
000230         05  HIS-MOTIVO                  PIC X(30).
000240         05  HIS-NOMBRE-ANTERIOR         PIC X(30).
000250         05  HIS-FECHA-CAPTURA           PIC 9(08).
000260         05  HIS-HORA-CAPTURA            PIC 9(08).
000270         05  HIS-TERMINAL-ORIGEN         PIC X(08).
000280         05  HIS-NUM-EMPLEADO            PIC 9(08).
