000010*-----------------------------------------------------------
000020* SEGURIDAD.CPY
000030* Layout comun del registro de la bitacora de seguridad
000040* NOMBRE-SEGUR (secuencial, se agrega al final). La escriben
000050* ENTRADA-SALIDA, MANTENIMIENTO-NOMBRES, MANTENIMIENTO-ROSTER
000060* y MANTENIMIENTO-OPERADORES en cada firma fallida, en cada
000070* opcion negada por falta de nivel y cuando un operador queda
000080* bloqueado; LISTADO-SEGURIDAD la lee para el reporte diario
000090* de excepciones.
000100*
000110* Tipos: F = firma fallida, D = opcion denegada, B = bloqueo
000120* (el operador se puso inactivo en NOMBRE-OPER por llegar al
000130* maximo de fallas consecutivas).
000140* SEG-FALLAS lleva las fallas consecutivas de la clave al
000150* momento del evento (ver copy FALLAS).
000160*-----------------------------------------------------------
000170* 2026-10-08 JP  Version original.

000180 01  NOMBRE-SEGUR-REC.
000190         05  SEG-FECHA                   PIC 9(08).
000200         05  SEG-HORA                    PIC 9(08).
000210         05  SEG-TIPO                    PIC X(01).
000220             88  SEG-FIRMA-FALLIDA               VALUE "F".
000230             88  SEG-OPCION-DENEGADA             VALUE "D".
000240             88  SEG-BLOQUEO                     VALUE "B".
000250         05  SEG-CLAVE                   PIC X(08).
000260         05  SEG-TERMINAL                PIC X(08).
000270         05  SEG-PROGRAMA                PIC X(24).
000280         05  SEG-DETALLE                 PIC X(30).
000290         05  SEG-FALLAS                  PIC 9(03).
