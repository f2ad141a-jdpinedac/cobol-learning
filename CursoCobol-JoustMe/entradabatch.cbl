000532*                listado DUPRPT en vez de descubrirse de uno en
000538*                uno. En este modo no aplica el checkpoint (la
000544*                pasada es unica sobre el archivo ya ordenado).
000545* 2026-10-05 JP  Las capturas salen al extracto marcadas con
000546*                tipo de movimiento A (alta); ver copy EXTRACTO.
000547* 2026-10-10 JP  Los suspensos de la captura quedan con
000548*                origen en blanco y sin accion, numero ni
000549*                motivo (campos nuevos del copy SUSPENSO).
000550* 2026-10-11 JP  Cada alta al maestro se anota en el diario
000551*                NOMBRE-DIARIO (copy DIARIO) con operador
000552*                BATCH.
000553* 2026-10-12 JP  La fecha de negocio sale del calendario de
000554*                dias habiles NOMBRE-CALEN (copy CALENDARIO):
000555*                la carga no corre en dia inhabil ni para
000556*                una fecha que no siga a la ultima fecha de
000557*                negocio terminada en NOMBRE-RUNCTL. Para
000558*                poner al corriente un dia atrasado la fecha
000559*                se da en FECHANEG y pasa las mismas
000560*                validaciones.
000561* 2026-10-13 JP  En el reporte de excepciones EXCEP-RPT cada
000562*                nombre fuera del padron lleva debajo hasta
000563*                cinco nombres activos parecidos del padron
000564*                con su numero de empleado (ver copy
000565*                SUGERENCIA).
000566* 2026-10-15 JP  Las corridas de MANTBTCH ya no cuentan como
000567*                ultima fecha de negocio terminada.

000610 ENVIRONMENT DIVISION.

000800         SELECT NOMBRE-EXSEQ ASSIGN TO "NOMEXSEQ"
000810                ORGANIZATION IS SEQUENTIAL
000820                FILE STATUS IS WS-STAT-EXSEQ.
000821         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000822                ORGANIZATION IS SEQUENTIAL
000823                FILE STATUS IS WS-STAT-DIARIO.
000830         SELECT NOMBRE-ROSTER ASSIGN TO "NOMROSTR"
000840                ORGANIZATION IS INDEXED
000850                ACCESS MODE IS DYNAMIC
000930                ACCESS MODE IS DYNAMIC
000940                RECORD KEY IS SUS-SECUENCIA
000950                FILE STATUS IS WS-STAT-SUSP.
000951         SELECT NOMBRE-CALEN ASSIGN TO "NOMCALEN"
000952                ORGANIZATION IS INDEXED
000953                ACCESS MODE IS DYNAMIC
000954                RECORD KEY IS CAL-FECHA
000955                FILE STATUS IS WS-STAT-CALEN.
000960         SELECT NOMBRE-SUSCT ASSIGN TO "NOMSUSCT"
000970                ORGANIZATION IS SEQUENTIAL
000980                FILE STATUS IS WS-STAT-SUSCT.
001320             LABEL RECORDS ARE STANDARD.
001330 COPY "copybooks/extracto.cpy".

001331*-----------------------------------------------------------
001332* NOMBRE-DIARIO - Diario de actualizaciones del maestro
001333*-----------------------------------------------------------
001334 FD  NOMBRE-DIARIO
001335             LABEL RECORDS ARE STANDARD
001336             RECORD CONTAINS 290 CHARACTERS.
001337 COPY "copybooks/diario.cpy".

001340*-----------------------------------------------------------
001350* NOMBRE-EXSEQ - Control del consecutivo de extraccion
001360*-----------------------------------------------------------
001580             LABEL RECORDS ARE STANDARD.
001590 COPY "copybooks/suspenso.cpy".

001591*-----------------------------------------------------------
001592* NOMBRE-CALEN - Calendario de dias habiles (KSDS)
001593*-----------------------------------------------------------
001594 FD  NOMBRE-CALEN
001595             LABEL RECORDS ARE STANDARD.
001596 COPY "copybooks/calendario.cpy".

001600*-----------------------------------------------------------
001610* NOMBRE-SUSCT - Control del consecutivo de suspensos
001620*-----------------------------------------------------------
002150 77  WS-RESIDUO-CHECKPOINT        PIC 9(05) COMP.
002160 77  WS-STAT-EXTR                PIC X(02) VALUE SPACES.
002170 77  WS-STAT-EXSEQ               PIC X(02) VALUE SPACES.
002171 77  WS-STAT-CALEN               PIC X(02) VALUE SPACES.
002180 77  WS-EXT-SECUENCIA            PIC 9(10) VALUE ZERO.
002190 77  WS-REINTENTOS               PIC 9(02) COMP VALUE ZERO.
002200 77  WS-MAX-REINTENTOS           PIC 9(02) COMP VALUE 3.
002390         88  NOMBRE-AUTORIZADO               VALUE "S".
002400         88  NOMBRE-NO-AUTORIZADO            VALUE "N".
002410 77  WS-CONTADOR-NO-PADRON       PIC 9(07) COMP VALUE ZERO.
002411 COPY "copybooks/sugerencia.cpy".
002420 01  WS-EXC-ENCABEZADO.
002430         05  FILLER                  PIC X(01) VALUE SPACE.
002440         05  FILLER                  PIC X(34)
002480 01  WS-EXC-DETALLE.
002490         05  FILLER                  PIC X(01) VALUE SPACE.
002500         05  EXC-NOMBRE              PIC X(30).
002501 01  WS-EXC-SUGERENCIA.
002502         05  FILLER                  PIC X(05) VALUE SPACES.
002503         05  FILLER                  PIC X(12)
002504                    VALUE "SUGERENCIA: ".
002505         05  EXC-SUG-NUM-EMPLEADO    PIC 9(08).
002506         05  FILLER                  PIC X(02) VALUE SPACES.
002507         05  EXC-SUG-NOMBRE          PIC X(30).
002510 01  WS-EXC-TOTAL.
002520         05  FILLER                  PIC X(01) VALUE SPACE.
002530         05  FILLER                  PIC X(20)
002540                    VALUE "TOTAL EXCEPCIONES : ".
002550         05  EXC-CONTADOR            PIC ZZZ,ZZ9.
002551 01  WS-EXC-SIN-SUGERENCIA.
002552         05  FILLER                  PIC X(05) VALUE SPACES.
002553         05  FILLER                  PIC X(29)
002554                    VALUE "SIN NOMBRES PARECIDOS ACTIVOS".
002560 77  WS-FECHA-CORRIDA            PIC 9(08).
002561 77  WS-FECHA-SISTEMA            PIC 9(08).
002562 77  WS-FECHA-NEG-PARM           PIC X(08) VALUE SPACES.
002563 77  WS-HABIL-NEGOCIO            PIC 9(06) VALUE ZERO.
002564 77  WS-ULTIMA-TERMINADA         PIC 9(08) VALUE ZERO.
002565 77  WS-FIN-BUSQUEDA             PIC X(01) VALUE "N".
002566         88  FIN-BUSQUEDA                    VALUE "S".
002570 77  WS-STAT-SUSP                PIC X(02) VALUE SPACES.
002580 77  WS-STAT-SUSCT               PIC X(02) VALUE SPACES.
002581 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
002582 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
002583 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
002590 77  WS-SUS-SECUENCIA            PIC 9(07) VALUE ZERO.
002600 77  WS-MOTIVO-RECHAZO           PIC X(02) VALUE SPACES.
002610 77  WS-CONTADOR-SUSPENSOS       PIC 9(07) COMP VALUE ZERO.
002900*=============================================================
002910* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
002920*=============================================================
002921 0000-MAINLINE.
002922         PERFORM 9600-OBTENER-FECHA-NEGOCIO THRU 9600-EXIT.
002923         IF WS-RETORNO GREATER THAN 4
002924                MOVE WS-RETORNO TO RETURN-CODE
002925                STOP RUN
002926         END-IF.
002932         PERFORM 9700-REGISTRAR-INICIO THRU 9700-EXIT.
002933         IF WS-RETORNO GREATER THAN 4
002934                MOVE WS-RETORNO TO RETURN-CODE
003840*-------------------------------------------------------------
003850 1500-ABRIR-EXCEPCIONES.
003860         OPEN OUTPUT EXCEP-RPT.
003880         MOVE WS-FECHA-CORRIDA TO EXC-FECHA.
003890         WRITE EXCEP-RPT-REC FROM WS-EXC-ENCABEZADO.
003900 1500-EXIT.

004980*-------------------------------------------------------------
004990* 6000-REPORTAR-EXCEPCION - LISTA UN NOMBRE FUERA DEL PADRON
004991* Debajo del nombre se listan hasta cinco nombres activos
004992* parecidos del padron con su numero de empleado, para que el
004993* supervisor reconozca la captura mal escrita.
005000*-------------------------------------------------------------
005010 6000-REPORTAR-EXCEPCION.
005020         MOVE WKS-NOMBRE TO EXC-NOMBRE.
005030         WRITE EXCEP-RPT-REC FROM WS-EXC-DETALLE.
005031         MOVE WKS-NOMBRE TO SUG-NOMBRE-BUSCADO.
005032         PERFORM 2500-SUGERIR-PADRON THRU 2500-EXIT.
005033         IF SUG-TOTAL = ZERO
005034                WRITE EXCEP-RPT-REC FROM WS-EXC-SIN-SUGERENCIA
005035                GO TO 6000-EXIT
005036         END-IF.
005037         PERFORM 6010-REPORTAR-SUGERENCIA THRU 6010-EXIT
005038                VARYING SUG-K FROM 1 BY 1
005039                UNTIL SUG-K > SUG-TOTAL.
005040 6000-EXIT.
005050         EXIT.

005130         MOVE WS-MOTIVO-RECHAZO TO SUS-MOTIVO.
005140         MOVE WS-FECHA-CORRIDA TO SUS-FECHA-RECHAZO.
005150         MOVE WKS-NOMBRE TO SUS-NOMBRE.
005151         MOVE SPACE TO SUS-ORIGEN.
005152         MOVE SPACE TO SUS-ACCION.
005153         MOVE ZERO TO SUS-NUM-EMPLEADO.
005154         MOVE SPACES TO SUS-MOTIVO-MOVTO.
005160         WRITE SUSPENSO-RECORD
005170                INVALID KEY
005180                       DISPLAY "ERROR: suspenso duplicado "
006250* 3000-GRABAR-MAESTRO - AGREGA EL NOMBRE AL ARCHIVO MAESTRO
006260*-------------------------------------------------------------
006270 3000-GRABAR-MAESTRO.
006271         MOVE SPACES TO WS-DIARIO-ANTES.
006280         MOVE WKS-NOMBRE TO NOM-NOMBRE.
006281         MOVE WS-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
006290         ACCEPT NOM-FECHA-CAPTURA FROM DATE YYYYMMDD.
006390                NOT INVALID KEY
006400                       ADD 1 TO WS-CONTADOR-GRABADOS
006410                       PERFORM 4100-GRABAR-EXTRACTO THRU 4100-EXIT
006411                       MOVE "A" TO WS-DIARIO-TIPO
006412                       PERFORM 4300-GRABAR-DIARIO THRU 4300-EXIT
006420         END-WRITE.
006430 3000-EXIT.
006440         EXIT.
006590         MOVE NOM-HORA-CAPTURA TO EXT-HORA-CAPTURA.
006600         MOVE WS-EXT-SECUENCIA TO EXT-SECUENCIA.
006601         MOVE NOM-NUM-EMPLEADO TO EXT-NUM-EMPLEADO.
006602         SET EXT-MOVTO-ALTA TO TRUE.
006610         WRITE EXTRACTO-RECORD.
006620 4100-EXIT.
006630         EXIT.
009940         CLOSE NOMBRE-RUNCTL.
009950 9800-EXIT.
009960         EXIT.

009970*-------------------------------------------------------------
009980* 2500-SUGERIR-PADRON - ARMA LAS SUGERENCIAS DEL PADRON
009990* Recorre el padron completo por numero de empleado y deja en
010000* SUG-TABLA los registros activos que mas se parecen al nombre
010010* de SUG-NOMBRE-BUSCADO (ver copy SUGERENCIA). Con menos de
010020* dos palabras no hay apellido que comparar y no se sugiere.
010030*-------------------------------------------------------------
010040 2500-SUGERIR-PADRON.
010050         MOVE ZERO TO SUG-TOTAL.
010060         INSPECT SUG-NOMBRE-BUSCADO CONVERTING
010070                "abcdefghijklmnopqrstuvwxyz"
010080                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010090         MOVE SPACES TO SUG-BUS-PALABRAS.
010100         UNSTRING SUG-NOMBRE-BUSCADO DELIMITED BY ALL SPACE
010110                INTO SUG-BUS-PALABRA (1) SUG-BUS-PALABRA (2)
010120                     SUG-BUS-PALABRA (3) SUG-BUS-PALABRA (4)
010130                     SUG-BUS-PALABRA (5) SUG-BUS-PALABRA (6)
010140         END-UNSTRING.
010150         MOVE ZERO TO SUG-BUS-NUM.
010160         MOVE SPACES TO SUG-BUS-CLAVES.
010170         PERFORM 2520-CLAVE-BUSCADA THRU 2520-EXIT
010180                VARYING SUG-I FROM 1 BY 1
010190                UNTIL SUG-I > 6.
010200         IF SUG-BUS-NUM LESS THAN 2
010210                GO TO 2500-EXIT
010220         END-IF.
010230         IF SUG-BUS-NUM GREATER THAN 2
010240                SUBTRACT 1 FROM SUG-BUS-NUM
010250                       GIVING SUG-BUS-APELLIDO
010260         ELSE
010270                MOVE SUG-BUS-NUM TO SUG-BUS-APELLIDO
010280         END-IF.
010290         MOVE "N" TO SUG-FIN-PADRON.
010300         MOVE ZERO TO ROS-NUM-EMPLEADO.
010310         START NOMBRE-ROSTER
010320                KEY IS NOT LESS THAN ROS-NUM-EMPLEADO
010330                INVALID KEY
010340                       SET SUG-FIN TO TRUE
010350         END-START.
010360         PERFORM 2510-REVISAR-PADRON THRU 2510-EXIT
010370                UNTIL SUG-FIN.
010380 2500-EXIT.
010390         EXIT.

010400*-------------------------------------------------------------
010410* 2510-REVISAR-PADRON - CALIFICA UN REGISTRO DEL PADRON
010420*-------------------------------------------------------------
010430 2510-REVISAR-PADRON.
010440         READ NOMBRE-ROSTER NEXT RECORD
010450                AT END
010460                       SET SUG-FIN TO TRUE
010470                       GO TO 2510-EXIT
010480         END-READ.
010490         IF ROS-INACTIVO
010500                GO TO 2510-EXIT
010510         END-IF.
010520         MOVE ROS-NOMBRE TO SUG-NOMBRE-PADRON.
010530         INSPECT SUG-NOMBRE-PADRON CONVERTING
010540                "abcdefghijklmnopqrstuvwxyz"
010550                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010560         MOVE SPACES TO SUG-ROS-PALABRAS.
010570         UNSTRING SUG-NOMBRE-PADRON DELIMITED BY ALL SPACE
010580                INTO SUG-ROS-PALABRA (1) SUG-ROS-PALABRA (2)
010590                     SUG-ROS-PALABRA (3) SUG-ROS-PALABRA (4)
010600                     SUG-ROS-PALABRA (5) SUG-ROS-PALABRA (6)
010610         END-UNSTRING.
010620         MOVE ZERO TO SUG-ROS-NUM.
010630         MOVE SPACES TO SUG-ROS-CLAVES.
010640         PERFORM 2530-CLAVE-PADRON THRU 2530-EXIT
010650                VARYING SUG-J FROM 1 BY 1
010660                UNTIL SUG-J > 6.
010670         IF SUG-ROS-NUM LESS THAN 2
010680                GO TO 2510-EXIT
010690         END-IF.
010700         IF SUG-ROS-NUM GREATER THAN 2
010710                SUBTRACT 1 FROM SUG-ROS-NUM
010720                       GIVING SUG-ROS-APELLIDO
010730         ELSE
010740                MOVE SUG-ROS-NUM TO SUG-ROS-APELLIDO
010750         END-IF.
010760         MOVE SPACES TO SUG-ROS-USADAS.
010770         MOVE ZERO TO SUG-PUNTOS.
010780         MOVE ZERO TO SUG-EMPATADAS.
010790         MOVE "N" TO SUG-APELLIDO-EMPATA.
010800         PERFORM 2540-COMPARAR-PALABRA THRU 2540-EXIT
010810                VARYING SUG-I FROM 1 BY 1
010820                UNTIL SUG-I > SUG-BUS-NUM.
010830         IF NOT SUG-HAY-APELLIDO
010840                GO TO 2510-EXIT
010850         END-IF.
010860         IF SUG-PUNTOS NOT LESS THAN 3
010870                OR SUG-EMPATADAS = SUG-BUS-NUM
010880                PERFORM 2560-AGREGAR-SUGERENCIA THRU 2560-EXIT
010890         END-IF.
010900 2510-EXIT.
010910         EXIT.

010920*-------------------------------------------------------------
010930* 2520-CLAVE-BUSCADA - CLAVE DE UNA PALABRA DEL NOMBRE BUSCADO
010940*-------------------------------------------------------------
010950 2520-CLAVE-BUSCADA.
010960         IF SUG-BUS-PALABRA (SUG-I) = SPACES
010970                GO TO 2520-EXIT
010980         END-IF.
010990         ADD 1 TO SUG-BUS-NUM.
011000         MOVE SUG-BUS-PALABRA (SUG-I) TO SUG-PALABRA.
011010         PERFORM 2550-ARMAR-CLAVE THRU 2550-EXIT.
011020         MOVE SUG-CLAVE TO SUG-BUS-CLAVE (SUG-I).
011030 2520-EXIT.
011040         EXIT.

011050*-------------------------------------------------------------
011060* 2530-CLAVE-PADRON - CLAVE DE UNA PALABRA DEL PADRON
011070*-------------------------------------------------------------
011080 2530-CLAVE-PADRON.
011090         IF SUG-ROS-PALABRA (SUG-J) = SPACES
011100                GO TO 2530-EXIT
011110         END-IF.
011120         ADD 1 TO SUG-ROS-NUM.
011130         MOVE SUG-ROS-PALABRA (SUG-J) TO SUG-PALABRA.
011140         PERFORM 2550-ARMAR-CLAVE THRU 2550-EXIT.
011150         MOVE SUG-CLAVE TO SUG-ROS-CLAVE (SUG-J).
011160 2530-EXIT.
011170         EXIT.

011180*-------------------------------------------------------------
011190* 2540-COMPARAR-PALABRA - EMPATA UNA PALABRA BUSCADA
011200* Primero se busca la palabra igual y, si no hay, la de la
011210* misma clave; la palabra del padron que empata ya no se usa
011220* para otra. Un apellido buscado que empata con un apellido
011230* del padron, en cualquier orden, cumple la condicion de
011240* apellido.
011250*-------------------------------------------------------------
011260 2540-COMPARAR-PALABRA.
011270         MOVE ZERO TO SUG-K.
011280         PERFORM 2542-EMPATE-EXACTO THRU 2542-EXIT
011290                VARYING SUG-J FROM 1 BY 1
011300                UNTIL SUG-J > SUG-ROS-NUM OR SUG-K > ZERO.
011310         IF SUG-K > ZERO
011320                ADD 2 TO SUG-PUNTOS
011330         ELSE
011340                PERFORM 2544-EMPATE-CLAVE THRU 2544-EXIT
011350                       VARYING SUG-J FROM 1 BY 1
011360                       UNTIL SUG-J > SUG-ROS-NUM OR SUG-K > ZERO
011370                IF SUG-K > ZERO
011380                       ADD 1 TO SUG-PUNTOS
011390                END-IF
011400         END-IF.
011410         IF SUG-K = ZERO
011420                GO TO 2540-EXIT
011430         END-IF.
011440         MOVE "S" TO SUG-ROS-USADA (SUG-K).
011450         ADD 1 TO SUG-EMPATADAS.
011460         IF SUG-I NOT LESS THAN SUG-BUS-APELLIDO
011470                AND SUG-K NOT LESS THAN SUG-ROS-APELLIDO
011480                SET SUG-HAY-APELLIDO TO TRUE
011490         END-IF.
011500 2540-EXIT.
011510         EXIT.

011520*-------------------------------------------------------------
011530* 2542-EMPATE-EXACTO - COMPARA CONTRA UNA PALABRA DEL PADRON
011540*-------------------------------------------------------------
011550 2542-EMPATE-EXACTO.
011560         IF SUG-ROS-USADA (SUG-J) NOT = "S"
011570                AND SUG-ROS-PALABRA (SUG-J)
011580                       = SUG-BUS-PALABRA (SUG-I)
011590                MOVE SUG-J TO SUG-K
011600         END-IF.
011610 2542-EXIT.
011620         EXIT.

011630*-------------------------------------------------------------
011640* 2544-EMPATE-CLAVE - COMPARA CLAVES CONTRA EL PADRON
011650*-------------------------------------------------------------
011660 2544-EMPATE-CLAVE.
011670         IF SUG-ROS-USADA (SUG-J) NOT = "S"
011680                AND SUG-BUS-CLAVE (SUG-I) NOT = SPACES
011690                AND SUG-ROS-CLAVE (SUG-J) = SUG-BUS-CLAVE (SUG-I)
011700                MOVE SUG-J TO SUG-K
011710         END-IF.
011720 2544-EXIT.
011730         EXIT.

011740*-------------------------------------------------------------
011750* 2550-ARMAR-CLAVE - CLAVE TOLERANTE DE SUG-PALABRA
011760*-------------------------------------------------------------
011770 2550-ARMAR-CLAVE.
011780         MOVE SPACES TO SUG-CLAVE.
011790         MOVE SPACE TO SUG-ULTIMO.
011800         MOVE 1 TO SUG-APUNTADOR.
011810         PERFORM 2552-CLAVE-CARACTER THRU 2552-EXIT
011820                VARYING SUG-POS FROM 1 BY 1
011830                UNTIL SUG-POS > 30.
011840 2550-EXIT.
011850         EXIT.

011860*-------------------------------------------------------------
011870* 2552-CLAVE-CARACTER - AGREGA UNA LETRA A LA CLAVE
011880*-------------------------------------------------------------
011890 2552-CLAVE-CARACTER.
011900         MOVE SUG-PALABRA (SUG-POS:1) TO SUG-CARACTER.
011910         IF SUG-CARACTER = SPACE
011920                OR SUG-CARACTER IS NOT ALPHABETIC-UPPER
011930                GO TO 2552-EXIT
011940         END-IF.
011950         MOVE SPACE TO SUG-SIGUIENTE.
011960         IF SUG-POS LESS THAN 30
011970                MOVE SUG-PALABRA (SUG-POS + 1:1) TO SUG-SIGUIENTE
011980         END-IF.
011990         EVALUATE SUG-CARACTER
012000                WHEN "A"
012010                WHEN "E"
012020                WHEN "I"
012030                WHEN "O"
012040                WHEN "U"
012050                WHEN "Y"
012060                WHEN "H"
012070                WHEN "W"
012080                       GO TO 2552-EXIT
012090                WHEN "V"
012100                       MOVE "B" TO SUG-CARACTER
012110                WHEN "Z"
012120                       MOVE "S" TO SUG-CARACTER
012130                WHEN "Q"
012140                       MOVE "K" TO SUG-CARACTER
012150                WHEN "C"
012160                       IF SUG-SIGUIENTE = "E" OR "I"
012170                              MOVE "S" TO SUG-CARACTER
012180                       ELSE
012190                              MOVE "K" TO SUG-CARACTER
012200                       END-IF
012210                WHEN "G"
012220                       IF SUG-SIGUIENTE = "E" OR "I"
012230                              MOVE "J" TO SUG-CARACTER
012240                       END-IF
012250                WHEN OTHER
012260                       CONTINUE
012270         END-EVALUATE.
012280         IF SUG-CARACTER = SUG-ULTIMO
012290                GO TO 2552-EXIT
012300         END-IF.
012310         MOVE SUG-CARACTER TO SUG-CLAVE (SUG-APUNTADOR:1).
012320         ADD 1 TO SUG-APUNTADOR.
012330         MOVE SUG-CARACTER TO SUG-ULTIMO.
012340 2552-EXIT.
012350         EXIT.

012360*-------------------------------------------------------------
012370* 2560-AGREGAR-SUGERENCIA - METE EL REGISTRO EN LA TABLA
012380* La tabla queda ordenada de mas a menos puntos; con la tabla
012390* llena solo entra un registro que supere al ultimo.
012400*-------------------------------------------------------------
012410 2560-AGREGAR-SUGERENCIA.
012420         IF SUG-TOTAL LESS THAN SUG-MAXIMO
012430                ADD 1 TO SUG-TOTAL
012440                MOVE SUG-TOTAL TO SUG-K
012450         ELSE
012460                IF SUG-PUNTOS NOT GREATER THAN
012470                       SUG-TAB-PUNTOS (SUG-MAXIMO)
012480                       GO TO 2560-EXIT
012490                END-IF
012500                MOVE SUG-MAXIMO TO SUG-K
012510         END-IF.
012520         MOVE ROS-NUM-EMPLEADO TO SUG-TAB-NUM-EMPLEADO (SUG-K).
012530         MOVE ROS-NOMBRE TO SUG-TAB-NOMBRE (SUG-K).
012540         MOVE SUG-PUNTOS TO SUG-TAB-PUNTOS (SUG-K).
012550         MOVE "N" TO SUG-ORDENADA.
012560         PERFORM 2562-SUBIR-SUGERENCIA THRU 2562-EXIT
012570                UNTIL SUG-EN-ORDEN.
012580 2560-EXIT.
012590         EXIT.

012600*-------------------------------------------------------------
012610* 2562-SUBIR-SUGERENCIA - SUBE LA ENTRADA NUEVA UN LUGAR
012620*-------------------------------------------------------------
012630 2562-SUBIR-SUGERENCIA.
012640         IF SUG-K = 1
012650                SET SUG-EN-ORDEN TO TRUE
012660                GO TO 2562-EXIT
012670         END-IF.
012680         IF SUG-TAB-PUNTOS (SUG-K - 1) NOT LESS THAN
012690                SUG-TAB-PUNTOS (SUG-K)
012700                SET SUG-EN-ORDEN TO TRUE
012710                GO TO 2562-EXIT
012720         END-IF.
012730         MOVE SUG-ENTRADA (SUG-K) TO SUG-AUX.
012740         MOVE SUG-ENTRADA (SUG-K - 1) TO SUG-ENTRADA (SUG-K).
012750         MOVE SUG-AUX TO SUG-ENTRADA (SUG-K - 1).
012760         SUBTRACT 1 FROM SUG-K.
012770 2562-EXIT.
012780         EXIT.

012790*-------------------------------------------------------------
012800* 6010-REPORTAR-SUGERENCIA - LISTA UN NOMBRE PARECIDO DEL PADRON
012810*-------------------------------------------------------------
012820 6010-REPORTAR-SUGERENCIA.
012830         MOVE SUG-TAB-NUM-EMPLEADO (SUG-K)
012840                TO EXC-SUG-NUM-EMPLEADO.
012850         MOVE SUG-TAB-NOMBRE (SUG-K) TO EXC-SUG-NOMBRE.
012860         WRITE EXCEP-RPT-REC FROM WS-EXC-SUGERENCIA.
012870 6010-EXIT.
012880         EXIT.

012890*-------------------------------------------------------------
012900* 4300-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
012910* MAESTRO, CREANDOLO SI NO EXISTE
012920* Lleva la imagen anterior que dejo guardada quien llama y la
012930* posterior tal como quedo el registro (en blanco en una baja).
012940*-------------------------------------------------------------
012950 4300-GRABAR-DIARIO.
012960         OPEN EXTEND NOMBRE-DIARIO.
012970         IF WS-STAT-DIARIO = "35"
012980                OPEN OUTPUT NOMBRE-DIARIO
012990                CLOSE NOMBRE-DIARIO
013000                OPEN EXTEND NOMBRE-DIARIO
013010         END-IF.
013020         MOVE SPACES TO DIARIO-RECORD.
013030         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
013040         ACCEPT DIA-HORA-MOVTO FROM TIME.
013050         MOVE "ENTRADA-BATCH" TO DIA-PROGRAMA.
013060         MOVE "BATCH   " TO DIA-OPERADOR.
013070         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
013080         MOVE NOM-NUM-EMPLEADO TO DIA-NUM-EMPLEADO.
013090         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
013100         IF NOT DIA-BAJA
013110                MOVE NOMBRE-RECORD TO DIA-IMAGEN-DESPUES
013120         END-IF.
013130         WRITE DIARIO-RECORD.
013140         CLOSE NOMBRE-DIARIO.
013150 4300-EXIT.
013160         EXIT.

013170*-------------------------------------------------------------
013180* 9600-OBTENER-FECHA-NEGOCIO - TOMA LA FECHA DE NEGOCIO DEL
013190* CALENDARIO NOMBRE-CALEN
013200* Es la fecha del sistema, o la de FECHANEG cuando operaciones
013210* pone al corriente un dia atrasado; en ambos casos debe ser
013220* dia habil en el calendario y seguir a la ultima fecha de
013230* negocio terminada en el control de corridas.
013240*-------------------------------------------------------------
013250 9600-OBTENER-FECHA-NEGOCIO.
013260         ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
013270         MOVE WS-FECHA-SISTEMA TO WS-FECHA-CORRIDA.
013280         ACCEPT WS-FECHA-NEG-PARM FROM ENVIRONMENT "FECHANEG".
013290         IF WS-FECHA-NEG-PARM NOT = SPACES
013300                IF WS-FECHA-NEG-PARM IS NOT NUMERIC
013310                       DISPLAY "ERROR: FECHANEG invalida: "
013320                              WS-FECHA-NEG-PARM
013330                       MOVE 8 TO WS-RETORNO
013340                       GO TO 9600-EXIT
013350                END-IF
013360                MOVE WS-FECHA-NEG-PARM TO WS-FECHA-CORRIDA
013370                IF WS-FECHA-CORRIDA
013380                       GREATER THAN WS-FECHA-SISTEMA
013390                       DISPLAY "ERROR: FECHANEG posterior a hoy: "
013400                              WS-FECHA-CORRIDA
013410                       MOVE 8 TO WS-RETORNO
013420                       GO TO 9600-EXIT
013430                END-IF
013440         END-IF.
013450         OPEN INPUT NOMBRE-CALEN.
013460         IF WS-STAT-CALEN NOT = "00"
013470                DISPLAY "ERROR: calendario de dias habiles no "
013480                       "disponible, status " WS-STAT-CALEN
013490                MOVE 8 TO WS-RETORNO
013500                GO TO 9600-EXIT
013510         END-IF.
013520         MOVE WS-FECHA-CORRIDA TO CAL-FECHA.
013530         READ NOMBRE-CALEN
013540                INVALID KEY
013550                       DISPLAY "ERROR: fecha sin calendario: "
013560                              WS-FECHA-CORRIDA
013570                       DISPLAY "Genere el anio con "
013580                              "MANTENIMIENTO-CALENDARIO"
013590                       MOVE 8 TO WS-RETORNO
013600                NOT INVALID KEY
013610                       IF NOT CAL-HABIL
013620                              DISPLAY "ERROR: " WS-FECHA-CORRIDA
013630                                     " es dia inhabil: "
013640                                     CAL-DESCRIPCION
013650                              DISPLAY "El flujo nocturno no "
013660                                     "corre en dia inhabil"
013670                              MOVE 8 TO WS-RETORNO
013680                       END-IF
013690         END-READ.
013700         IF WS-RETORNO NOT GREATER THAN 4
013710                MOVE CAL-NUM-HABIL TO WS-HABIL-NEGOCIO
013720                PERFORM 9650-VERIFICAR-SECUENCIA THRU 9650-EXIT
013730         END-IF.
013740         CLOSE NOMBRE-CALEN.
013750 9600-EXIT.
013760         EXIT.

013770*-------------------------------------------------------------
013780* 9650-VERIFICAR-SECUENCIA - EXIGE QUE LA FECHA DE NEGOCIO
013790* SIGA A LA ULTIMA TERMINADA
013800* La fecha de negocio anterior mas reciente con alguna corrida
013810* terminada en NOMBRE-RUNCTL debe ser el dia habil previo del
013820* calendario; si no, quedo un dia habil sin procesar y la
013830* corrida se detiene hasta ponerlo al corriente.
013840*-------------------------------------------------------------
013850 9650-VERIFICAR-SECUENCIA.
013860         MOVE ZERO TO WS-ULTIMA-TERMINADA.
013870         MOVE "N" TO WS-FIN-BUSQUEDA.
013880         OPEN INPUT NOMBRE-RUNCTL.
013890         IF WS-STAT-RUNCT NOT = "00"
013900                DISPLAY "AVISO: sin control de corridas previo; "
013910                       "no se verifica la secuencia de fechas"
013920                GO TO 9650-EXIT
013930         END-IF.
013940         MOVE LOW-VALUES TO RUN-LLAVE.
013950         START NOMBRE-RUNCTL
013960                KEY IS NOT LESS THAN RUN-LLAVE
013970                INVALID KEY
013980                       SET FIN-BUSQUEDA TO TRUE
013990         END-START.
014000         PERFORM 9660-BUSCAR-TERMINADA THRU 9660-EXIT
014010                UNTIL FIN-BUSQUEDA.
014020         CLOSE NOMBRE-RUNCTL.
014030         IF WS-ULTIMA-TERMINADA = ZERO
014040                DISPLAY "AVISO: no hay fecha de negocio "
014050                       "terminada anterior; no se verifica la "
014060                       "secuencia"
014070                GO TO 9650-EXIT
014080         END-IF.
014090         MOVE WS-ULTIMA-TERMINADA TO CAL-FECHA.
014100         READ NOMBRE-CALEN
014110                INVALID KEY
014120                       MOVE ZERO TO CAL-NUM-HABIL
014130         END-READ.
014140         IF CAL-NUM-HABIL + 1 NOT = WS-HABIL-NEGOCIO
014150                DISPLAY "ERROR: la fecha de negocio "
014160                       WS-FECHA-CORRIDA
014170                       " no sigue a la ultima terminada "
014180                       WS-ULTIMA-TERMINADA
014190                DISPLAY "Ponga al corriente los dias habiles "
014200                       "intermedios con FECHANEG"
014210                MOVE 8 TO WS-RETORNO
014220         END-IF.
014230 9650-EXIT.
014240         EXIT.

014250*-------------------------------------------------------------
014260* 9660-BUSCAR-TERMINADA - RECORRE EL CONTROL DE CORRIDAS
014270* La llave empieza con la fecha de negocio y se lee hasta la
014280* de la corrida. MANTBTCH no cuenta: corre en cualquier dia.
014290*-------------------------------------------------------------
014300 9660-BUSCAR-TERMINADA.
014310         READ NOMBRE-RUNCTL NEXT RECORD
014320                AT END
014330                       SET FIN-BUSQUEDA TO TRUE
014340                       GO TO 9660-EXIT
014350         END-READ.
014360         IF RUN-FECHA-NEGOCIO NOT LESS THAN WS-FECHA-CORRIDA
014370                SET FIN-BUSQUEDA TO TRUE
014380                GO TO 9660-EXIT
014390         END-IF.
014400         IF RUN-TERMINADO AND RUN-PROGRAMA NOT = "MANTBTCH"
014410                MOVE RUN-FECHA-NEGOCIO TO WS-ULTIMA-TERMINADA
014420         END-IF.
014430 9660-EXIT.
014440         EXIT.
