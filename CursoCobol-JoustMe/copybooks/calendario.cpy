000010*-----------------------------------------------------------
000020* CALENDARIO.CPY
000030* Layout comun del registro del calendario de dias habiles
000040* NOMBRE-CALEN (KSDS, llave fecha). Hay un registro por cada
000050* dia de cada anio generado con MANTENIMIENTO-CALENDARIO: los
000060* sabados y domingos nacen inhabiles, los demas habiles, y
000070* operaciones marca encima los feriados y los dias habiles
000080* extraordinarios. ENTRADA-BATCH, CORTE-EXTRACTO,
000090* CONCILIA-EXTRACTO, BALANCE-DIARIO y PURGA-NOMBRES toman de
000100* aqui la fecha de negocio y no corren en dia inhabil.
000110*
000120* Tipos de dia: H = habil, F = feriado, S = fin de semana.
000130* CAL-NUM-HABIL es el consecutivo de dias habiles desde el
000140* primer dia del calendario hasta la fecha (un dia inhabil
000150* lleva el del ultimo habil anterior): la diferencia entre
000160* dos fechas da los dias habiles transcurridos. Lo recalcula
000170* MANTENIMIENTO-CALENDARIO en cada corrida.
000180*-----------------------------------------------------------
000190* 2026-10-12 JP  Version original.

000200 01  CALENDARIO-RECORD.
000210         05  CAL-FECHA                   PIC 9(08).
000220         05  CAL-TIPO-DIA                PIC X(01).
000230             88  CAL-HABIL                       VALUE "H".
000240             88  CAL-FERIADO                     VALUE "F".
000250             88  CAL-FIN-SEMANA                  VALUE "S".
000260         05  CAL-DIA-SEMANA              PIC 9(01).
000270         05  CAL-NUM-HABIL               PIC 9(06).
000280         05  CAL-DESCRIPCION             PIC X(30).
000290         05  FILLER                      PIC X(34).
