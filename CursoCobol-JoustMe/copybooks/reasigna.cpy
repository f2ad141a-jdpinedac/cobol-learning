000010*-----------------------------------------------------------
000020* REASIGNA.CPY
000030* Layout comun del registro del archivo de reasignaciones
000040* NOMBRE-REASG (secuencial, 80 posiciones): cada registro
000050* lleva un numero de empleado reservado que asignaron las
000060* conversiones (99000001 en adelante en el maestro, 98000001
000070* en adelante en el historico) y el numero real de empleado
000080* que recursos humanos resolvio para esa persona. Lo aplica
000090* REASIGNA-NUMERO al maestro, al historico, a la bitacora
000100* NOMBRE-HIST y a los pendientes de confirmacion.
000110* Los numeros vienen alfanumericos para poder rechazar un
000120* numero mal formado.
000130*-----------------------------------------------------------
000140* 2026-10-14 JP  Version original.

000150 01  REASIGNA-RECORD.
000160         05  RSG-NUM-RESERVADO           PIC X(08).
000170         05  RSG-NUM-REAL                PIC X(08).
000180         05  FILLER                      PIC X(64).
