000010*-----------------------------------------------------------
000020* CAMBIORH.CPY
000030* Layout comun del registro del archivo de cambios de nombre
000040* NOMBRE-CAMRH (KSDS, llave numero de empleado). La carga
000050* del feed de RH en MANTENIMIENTO-ROSTER graba aqui cada
000060* empleado cuyo nombre en el feed ya no es el del padron
000070* (matrimonio, correccion legal); un supervisor despues
000080* aplica al maestro de nombres los cambios aprobados o los
000090* rechaza. Un cambio nuevo para un numero que aun tiene uno
000100* pendiente reemplaza el nombre nuevo y conserva el anterior.
000110*
000120* Estados: P = pendiente de aprobar, A = aplicado al
000130* maestro, R = rechazado por el supervisor, N = no aplica
000140* (el empleado no esta en el maestro; solo cambio el padron).
000150*-----------------------------------------------------------
000160* 2026-10-06 JP  Version original.

000170 01  CAMBIORH-RECORD.
000180         05  CRH-NUM-EMPLEADO            PIC 9(08).
000190         05  CRH-NOMBRE-ANTERIOR         PIC X(30).
000200         05  CRH-NOMBRE-NUEVO            PIC X(30).
000210         05  CRH-FECHA-DETECCION         PIC 9(08).
000220         05  CRH-ESTADO                  PIC X(01).
000230             88  CRH-PENDIENTE                   VALUE "P".
000240             88  CRH-APLICADO                    VALUE "A".
000250             88  CRH-RECHAZADO                   VALUE "R".
000260             88  CRH-SIN-MAESTRO                 VALUE "N".
000270         05  CRH-FECHA-RESOLUCION        PIC 9(08).
000280         05  CRH-OPERADOR                PIC X(08).
