000010*-----------------------------------------------------------
000020* SUGERENCIA.CPY
000030* Areas de trabajo de la busqueda de sugerencias en el padron
000040* NOMBRE-ROSTER para un nombre que no esta tal cual en el
000050* (motivo RO). Usado por ENTRADA-SALIDA, CORRECCION-SUSPENSOS
000060* y ENTRADA-BATCH, que repiten los mismos parrafos de
000070* busqueda, para que todos compartan una sola definicion.
000080*
000090* El nombre buscado y cada nombre activo del padron se
000100* separan en palabras (hasta seis, en mayusculas). Cada
000110* palabra buscada empata con una palabra del registro que no
000120* se haya usado: igual vale 2 puntos y con la misma clave
000130* tolerante vale 1. La clave deja solo las consonantes A-Z
000140* (sin vocales, H, W ni acentos), iguala V con B, Z con S, Q
000150* y C fuerte con K, C suave con S y G suave con J, y quita
000160* las letras repetidas. Un registro es sugerencia si algun
000170* apellido buscado empata con un apellido del registro (en
000180* cualquier orden) y suma 3 puntos o empata todas las
000190* palabras buscadas. Se guardan las SUG-MAXIMO de mas puntos.
000200*-----------------------------------------------------------
000210* 2026-10-13 JP  Version original.

000220 01  SUG-AREA-TRABAJO.
000230         05  SUG-NOMBRE-BUSCADO          PIC X(30).
000240         05  SUG-NOMBRE-PADRON           PIC X(30).
000250         05  SUG-FIN-PADRON              PIC X(01).
000260             88  SUG-FIN                         VALUE "S".
000270         05  SUG-APELLIDO-EMPATA         PIC X(01).
000280             88  SUG-HAY-APELLIDO                VALUE "S".
000290         05  SUG-ORDENADA                PIC X(01).
000300             88  SUG-EN-ORDEN                    VALUE "S".
000310         05  SUG-BUS-NUM                 PIC 9(02) COMP.
000320         05  SUG-BUS-APELLIDO            PIC 9(02) COMP.
000330         05  SUG-BUS-PALABRAS.
000340             10  SUG-BUS-PALABRA OCCURS 6 TIMES
000350                                         PIC X(30).
000360         05  SUG-BUS-CLAVES.
000370             10  SUG-BUS-CLAVE OCCURS 6 TIMES
000380                                         PIC X(30).
000390         05  SUG-ROS-NUM                 PIC 9(02) COMP.
000400         05  SUG-ROS-APELLIDO            PIC 9(02) COMP.
000410         05  SUG-ROS-PALABRAS.
000420             10  SUG-ROS-PALABRA OCCURS 6 TIMES
000430                                         PIC X(30).
000440         05  SUG-ROS-CLAVES.
000450             10  SUG-ROS-CLAVE OCCURS 6 TIMES
000460                                         PIC X(30).
000470         05  SUG-ROS-USADAS.
000480             10  SUG-ROS-USADA OCCURS 6 TIMES
000490                                         PIC X(01).
000500         05  SUG-I                       PIC 9(02) COMP.
000510         05  SUG-J                       PIC 9(02) COMP.
000520         05  SUG-K                       PIC 9(02) COMP.
000530         05  SUG-POS                     PIC 9(02) COMP.
000540         05  SUG-APUNTADOR               PIC 9(02) COMP.
000550         05  SUG-PUNTOS                  PIC 9(02) COMP.
000560         05  SUG-EMPATADAS               PIC 9(02) COMP.
000570         05  SUG-PALABRA                 PIC X(30).
000580         05  SUG-CLAVE                   PIC X(30).
000590         05  SUG-CARACTER                PIC X(01).
000600         05  SUG-SIGUIENTE               PIC X(01).
000610         05  SUG-ULTIMO                  PIC X(01).
000620         05  SUG-AUX                     PIC X(40).

000630 01  SUG-TABLA.
000640         05  SUG-TOTAL                   PIC 9(02) COMP.
000650         05  SUG-MAXIMO                  PIC 9(02) COMP VALUE 5.
000660         05  SUG-ENTRADA OCCURS 5 TIMES.
000670             10  SUG-TAB-NUM-EMPLEADO    PIC 9(08).
000680             10  SUG-TAB-NOMBRE          PIC X(30).
000690             10  SUG-TAB-PUNTOS          PIC 9(02).
