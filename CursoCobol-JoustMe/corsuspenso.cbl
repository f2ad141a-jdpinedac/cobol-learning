000172*                (ver copy ROSTER): un nombre corregido que
000176*                este inactivo en el padron se rechaza igual
000180*                que uno fuera del padron.
000181* 2026-10-05 JP  Las capturas salen al extracto marcadas con
000182*                tipo de movimiento A (alta); ver copy EXTRACTO.
000183* 2026-10-10 JP  Los suspensos de MANTENIMIENTO-BATCH (origen
000184*                M) muestran accion, numero y motivo, y solo
000185*                se pueden descartar: corregirlos daria de
000186*                alta el nombre como captura nueva.
000187* 2026-10-11 JP  Cada alta al maestro se anota en el diario
000188*                NOMBRE-DIARIO (copy DIARIO); sin firma de
000189*                operador, se anota la terminal.
000190* 2026-10-13 JP  Al corregir un suspenso fuera del padron
000191*                (motivo RO) se ofrecen hasta cinco nombres
000192*                activos parecidos del padron con su numero de
000193*                empleado (ver copy SUGERENCIA); el elegido se
000194*                aplica con el nombre y numero del padron sin
000195*                teclearlo.

000200 ENVIRONMENT DIVISION.

000430         SELECT NOMBRE-EXSEQ ASSIGN TO "NOMEXSEQ"
000440                ORGANIZATION IS SEQUENTIAL
000450                FILE STATUS IS WS-STAT-EXSEQ.
000451         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000452                ORGANIZATION IS SEQUENTIAL
000453                FILE STATUS IS WS-STAT-DIARIO.

000460 DATA DIVISION.
000470 FILE SECTION.
000770             RECORD CONTAINS 10 CHARACTERS.
000780 01  NOMBRE-EXSEQ-REC                PIC 9(10).

000781*-----------------------------------------------------------
000782* NOMBRE-DIARIO - Diario de actualizaciones del maestro
000783*-----------------------------------------------------------
000784 FD  NOMBRE-DIARIO
000785             LABEL RECORDS ARE STANDARD
000786             RECORD CONTAINS 290 CHARACTERS.
000787 COPY "copybooks/diario.cpy".

000790 WORKING-STORAGE SECTION.
000800*-----------------------------------------------------------
000810* CAMPOS DE TRABAJO
000870 77  WS-STAT-ROSTER              PIC X(02) VALUE SPACES.
000880 77  WS-STAT-EXTR                PIC X(02) VALUE SPACES.
000890 77  WS-STAT-EXSEQ               PIC X(02) VALUE SPACES.
000891 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
000892 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
000893 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
000894 77  WS-TERMINAL                 PIC X(08) VALUE SPACES.
000900 77  WS-ROSTER-DISPONIBLE        PIC X(01) VALUE "N".
000910         88  ROSTER-DISPONIBLE               VALUE "S".
000920 77  WS-FIN-SUSP                 PIC X(01) VALUE "N".
001170 77  WS-CONT-PENDIENTES          PIC 9(07) COMP VALUE ZERO.
001180 77  WS-CONT-CORREGIDOS          PIC 9(07) COMP VALUE ZERO.
001190 77  WS-CONT-DESCARTADOS         PIC 9(07) COMP VALUE ZERO.
001191 77  WS-ELECCION                 PIC X(01) VALUE SPACE.
001192 77  WS-NUM-ELECCION             PIC 9(01) VALUE ZERO.
001193 77  WS-SUGERENCIA-ELEGIDA       PIC X(01) VALUE "N".
001194         88  SUGERENCIA-ELEGIDA                  VALUE "S".

001195 COPY "copybooks/sugerencia.cpy".

001200 PROCEDURE DIVISION.
001210*=============================================================
001330*-------------------------------------------------------------
001340 1000-INICIAR.
001350         DISPLAY "CORRECCION-SUSPENSOS: inicio".
001351         ACCEPT WS-TERMINAL FROM ENVIRONMENT "TERMID".
001360         OPEN I-O NOMBRE-SUSP.
001370         IF NOT SUSP-OK
001380                DISPLAY "AVISO: no hay archivo de suspensos"
001970         DISPLAY "Nombre    : " SUS-NOMBRE.
001980         DISPLAY "Motivo    : " SUS-MOTIVO
001990                "  Fecha: " SUS-FECHA-RECHAZO.
001991         IF SUS-ORIGEN-MANTENIMIENTO
001992                DISPLAY "Accion    : " SUS-ACCION
001993                       "  Empleado: " SUS-NUM-EMPLEADO
001994                DISPLAY "Motivo mov: " SUS-MOTIVO-MOVTO
001995         END-IF.
002000         DISPLAY "(C)orregir  (D)escartar  (S)altar  "
002010                "(T)erminar: ".
002020         ACCEPT WS-ACCION.
002030         EVALUATE TRUE
002031                WHEN ACCION-CORREGIR
002032                       AND SUS-ORIGEN-MANTENIMIENTO
002033                       DISPLAY "AVISO: un movimiento de "
002034                              "mantenimiento solo se descarta; "
002035                              "se reenvia en un nuevo archivo de "
002036                              "movimientos"
002040                WHEN ACCION-CORREGIR
002041                       PERFORM 3150-OFRECER-SUGERENCIAS
002042                              THRU 3150-EXIT
002050                       PERFORM 3100-CORREGIR THRU 3100-EXIT
002060                WHEN ACCION-DESCARTAR
002070                       PERFORM 3200-DESCARTAR THRU 3200-EXIT
002190* 3100-CORREGIR - APLICA EL NOMBRE CORREGIDO AL MAESTRO
002200* El nombre corregido pasa las mismas validaciones que una
002210* captura normal; si no pasa, el suspenso queda pendiente.
002211* Un suspenso fuera del padron ofrece antes los nombres
002212* parecidos del padron; el que se elige ya viene del padron
002213* con su numero y pasa directo a aplicarse.
002220*-------------------------------------------------------------
002230 3100-CORREGIR.
002231         IF NOT ROSTER-DISPONIBLE
002234                       "del padron"
002235                GO TO 3100-EXIT
002236         END-IF.
002237         IF SUGERENCIA-ELEGIDA
002238                GO TO 3110-APLICAR-CORRECCION
002239         END-IF.
002240         DISPLAY "Nombre corregido: ".
002250         ACCEPT WKS-NOMBRE.
002260         PERFORM 4100-VALIDAR-NOMBRE THRU 4100-EXIT.
002350                       "autorizado; el suspenso queda pendiente"
002360                GO TO 3100-EXIT
002370         END-IF.
002371 3110-APLICAR-CORRECCION.
002372         MOVE SPACES TO WS-DIARIO-ANTES.
002380         MOVE WKS-NOMBRE TO NOM-NOMBRE.
002381         MOVE WS-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
002390         ACCEPT NOM-FECHA-CAPTURA FROM DATE YYYYMMDD.
002510                NOT INVALID KEY
002520                       PERFORM 4600-GRABAR-EXTRACTO
002530                              THRU 4600-EXIT
002531                       MOVE "A" TO WS-DIARIO-TIPO
002532                       PERFORM 4700-GRABAR-DIARIO THRU 4700-EXIT
002540                       MOVE "C" TO SUS-ESTADO
002550                       REWRITE SUSPENSO-RECORD
002551                       IF SEC-EXTR-TOMADA
003930         MOVE NOM-HORA-CAPTURA TO EXT-HORA-CAPTURA.
003950         MOVE WS-EXT-SECUENCIA TO EXT-SECUENCIA.
003951         MOVE NOM-NUM-EMPLEADO TO EXT-NUM-EMPLEADO.
003952         SET EXT-MOVTO-ALTA TO TRUE.
003960         WRITE EXTRACTO-RECORD.
003970 4600-EXIT.
003980         EXIT.
004720         DISPLAY "CORRECCION-SUSPENSOS: fin".
004730 9999-EXIT.
004740         EXIT.

004750*-------------------------------------------------------------
004760* 3150-OFRECER-SUGERENCIAS - NOMBRES PARECIDOS DEL PADRON
004770* Para un suspenso fuera del padron se muestran los registros
004780* activos mas parecidos con su numero de empleado; si el
004790* operador elige uno, la correccion toma el nombre y el numero
004800* del padron. Sin eleccion se teclea el nombre corregido.
004810*-------------------------------------------------------------
004820 3150-OFRECER-SUGERENCIAS.
004821         MOVE "N" TO WS-SUGERENCIA-ELEGIDA.
004822         IF NOT SUS-MOTIVO-PADRON
004823                OR NOT ROSTER-DISPONIBLE
004824                GO TO 3150-EXIT
004825         END-IF.
004830         MOVE SUS-NOMBRE TO SUG-NOMBRE-BUSCADO.
004840         PERFORM 4800-SUGERIR-PADRON THRU 4800-EXIT.
004850         IF SUG-TOTAL = ZERO
004860                DISPLAY "Sin nombres parecidos en el padron"
004870                GO TO 3150-EXIT
004880         END-IF.
004890         DISPLAY "Nombres parecidos en el padron:".
004900         PERFORM 3160-MOSTRAR-SUGERENCIA THRU 3160-EXIT
004910                VARYING SUG-K FROM 1 BY 1
004920                UNTIL SUG-K > SUG-TOTAL.
004930         DISPLAY "Numero de la sugerencia (Enter = teclear el "
004940                "nombre): ".
004950         ACCEPT WS-ELECCION.
004960         IF WS-ELECCION IS NOT NUMERIC
004970                GO TO 3150-EXIT
004980         END-IF.
004990         MOVE WS-ELECCION TO WS-NUM-ELECCION.
005000         IF WS-NUM-ELECCION = ZERO
005010                OR WS-NUM-ELECCION > SUG-TOTAL
005020                DISPLAY "AVISO: sugerencia no valida; teclee el "
005030                       "nombre"
005040                GO TO 3150-EXIT
005050         END-IF.
005060         MOVE SUG-TAB-NOMBRE (WS-NUM-ELECCION) TO WKS-NOMBRE.
005070         MOVE SUG-TAB-NUM-EMPLEADO (WS-NUM-ELECCION)
005080                TO WS-NUM-EMPLEADO.
005090         SET SUGERENCIA-ELEGIDA TO TRUE.
005100 3150-EXIT.
005110         EXIT.

005120*-------------------------------------------------------------
005130* 3160-MOSTRAR-SUGERENCIA - DESPLIEGA UNA SUGERENCIA
005140*-------------------------------------------------------------
005150 3160-MOSTRAR-SUGERENCIA.
005160         MOVE SUG-K TO WS-NUM-ELECCION.
005170         DISPLAY "  " WS-NUM-ELECCION "  "
005180                SUG-TAB-NUM-EMPLEADO (SUG-K) "  "
005190                SUG-TAB-NOMBRE (SUG-K).
005200 3160-EXIT.
005210         EXIT.

005220*-------------------------------------------------------------
005230* 4800-SUGERIR-PADRON - ARMA LAS SUGERENCIAS DEL PADRON
005240* Recorre el padron completo por numero de empleado y deja en
005250* SUG-TABLA los registros activos que mas se parecen al nombre
005260* de SUG-NOMBRE-BUSCADO (ver copy SUGERENCIA). Con menos de
005270* dos palabras no hay apellido que comparar y no se sugiere.
005280*-------------------------------------------------------------
005290 4800-SUGERIR-PADRON.
005300         MOVE ZERO TO SUG-TOTAL.
005310         INSPECT SUG-NOMBRE-BUSCADO CONVERTING
005320                "abcdefghijklmnopqrstuvwxyz"
005330                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005340         MOVE SPACES TO SUG-BUS-PALABRAS.
005350         UNSTRING SUG-NOMBRE-BUSCADO DELIMITED BY ALL SPACE
005360                INTO SUG-BUS-PALABRA (1) SUG-BUS-PALABRA (2)
005370                     SUG-BUS-PALABRA (3) SUG-BUS-PALABRA (4)
005380                     SUG-BUS-PALABRA (5) SUG-BUS-PALABRA (6)
005390         END-UNSTRING.
005400         MOVE ZERO TO SUG-BUS-NUM.
005410         MOVE SPACES TO SUG-BUS-CLAVES.
005420         PERFORM 4820-CLAVE-BUSCADA THRU 4820-EXIT
005430                VARYING SUG-I FROM 1 BY 1
005440                UNTIL SUG-I > 6.
005450         IF SUG-BUS-NUM LESS THAN 2
005460                GO TO 4800-EXIT
005470         END-IF.
005480         IF SUG-BUS-NUM GREATER THAN 2
005490                SUBTRACT 1 FROM SUG-BUS-NUM
005500                       GIVING SUG-BUS-APELLIDO
005510         ELSE
005520                MOVE SUG-BUS-NUM TO SUG-BUS-APELLIDO
005530         END-IF.
005540         MOVE "N" TO SUG-FIN-PADRON.
005550         MOVE ZERO TO ROS-NUM-EMPLEADO.
005560         START NOMBRE-ROSTER
005570                KEY IS NOT LESS THAN ROS-NUM-EMPLEADO
005580                INVALID KEY
005590                       SET SUG-FIN TO TRUE
005600         END-START.
005610         PERFORM 4810-REVISAR-PADRON THRU 4810-EXIT
005620                UNTIL SUG-FIN.
005630 4800-EXIT.
005640         EXIT.

005650*-------------------------------------------------------------
005660* 4810-REVISAR-PADRON - CALIFICA UN REGISTRO DEL PADRON
005670*-------------------------------------------------------------
005680 4810-REVISAR-PADRON.
005690         READ NOMBRE-ROSTER NEXT RECORD
005700                AT END
005710                       SET SUG-FIN TO TRUE
005720                       GO TO 4810-EXIT
005730         END-READ.
005740         IF ROS-INACTIVO
005750                GO TO 4810-EXIT
005760         END-IF.
005770         MOVE ROS-NOMBRE TO SUG-NOMBRE-PADRON.
005780         INSPECT SUG-NOMBRE-PADRON CONVERTING
005790                "abcdefghijklmnopqrstuvwxyz"
005800                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005810         MOVE SPACES TO SUG-ROS-PALABRAS.
005820         UNSTRING SUG-NOMBRE-PADRON DELIMITED BY ALL SPACE
005830                INTO SUG-ROS-PALABRA (1) SUG-ROS-PALABRA (2)
005840                     SUG-ROS-PALABRA (3) SUG-ROS-PALABRA (4)
005850                     SUG-ROS-PALABRA (5) SUG-ROS-PALABRA (6)
005860         END-UNSTRING.
005870         MOVE ZERO TO SUG-ROS-NUM.
005880         MOVE SPACES TO SUG-ROS-CLAVES.
005890         PERFORM 4830-CLAVE-PADRON THRU 4830-EXIT
005900                VARYING SUG-J FROM 1 BY 1
005910                UNTIL SUG-J > 6.
005920         IF SUG-ROS-NUM LESS THAN 2
005930                GO TO 4810-EXIT
005940         END-IF.
005950         IF SUG-ROS-NUM GREATER THAN 2
005960                SUBTRACT 1 FROM SUG-ROS-NUM
005970                       GIVING SUG-ROS-APELLIDO
005980         ELSE
005990                MOVE SUG-ROS-NUM TO SUG-ROS-APELLIDO
006000         END-IF.
006010         MOVE SPACES TO SUG-ROS-USADAS.
006020         MOVE ZERO TO SUG-PUNTOS.
006030         MOVE ZERO TO SUG-EMPATADAS.
006040         MOVE "N" TO SUG-APELLIDO-EMPATA.
006050         PERFORM 4840-COMPARAR-PALABRA THRU 4840-EXIT
006060                VARYING SUG-I FROM 1 BY 1
006070                UNTIL SUG-I > SUG-BUS-NUM.
006080         IF NOT SUG-HAY-APELLIDO
006090                GO TO 4810-EXIT
006100         END-IF.
006110         IF SUG-PUNTOS NOT LESS THAN 3
006120                OR SUG-EMPATADAS = SUG-BUS-NUM
006130                PERFORM 4860-AGREGAR-SUGERENCIA THRU 4860-EXIT
006140         END-IF.
006150 4810-EXIT.
006160         EXIT.

006170*-------------------------------------------------------------
006180* 4820-CLAVE-BUSCADA - CLAVE DE UNA PALABRA DEL NOMBRE BUSCADO
006190*-------------------------------------------------------------
006200 4820-CLAVE-BUSCADA.
006210         IF SUG-BUS-PALABRA (SUG-I) = SPACES
006220                GO TO 4820-EXIT
006230         END-IF.
006240         ADD 1 TO SUG-BUS-NUM.
006250         MOVE SUG-BUS-PALABRA (SUG-I) TO SUG-PALABRA.
006260         PERFORM 4850-ARMAR-CLAVE THRU 4850-EXIT.
006270         MOVE SUG-CLAVE TO SUG-BUS-CLAVE (SUG-I).
006280 4820-EXIT.
006290         EXIT.

006300*-------------------------------------------------------------
006310* 4830-CLAVE-PADRON - CLAVE DE UNA PALABRA DEL PADRON
006320*-------------------------------------------------------------
006330 4830-CLAVE-PADRON.
006340         IF SUG-ROS-PALABRA (SUG-J) = SPACES
006350                GO TO 4830-EXIT
006360         END-IF.
006370         ADD 1 TO SUG-ROS-NUM.
006380         MOVE SUG-ROS-PALABRA (SUG-J) TO SUG-PALABRA.
006390         PERFORM 4850-ARMAR-CLAVE THRU 4850-EXIT.
006400         MOVE SUG-CLAVE TO SUG-ROS-CLAVE (SUG-J).
006410 4830-EXIT.
006420         EXIT.

006430*-------------------------------------------------------------
006440* 4840-COMPARAR-PALABRA - EMPATA UNA PALABRA BUSCADA
006450* Primero se busca la palabra igual y, si no hay, la de la
006460* misma clave; la palabra del padron que empata ya no se usa
006470* para otra. Un apellido buscado que empata con un apellido
006480* del padron, en cualquier orden, cumple la condicion de
006490* apellido.
006500*-------------------------------------------------------------
006510 4840-COMPARAR-PALABRA.
006520         MOVE ZERO TO SUG-K.
006530         PERFORM 4842-EMPATE-EXACTO THRU 4842-EXIT
006540                VARYING SUG-J FROM 1 BY 1
006550                UNTIL SUG-J > SUG-ROS-NUM OR SUG-K > ZERO.
006560         IF SUG-K > ZERO
006570                ADD 2 TO SUG-PUNTOS
006580         ELSE
006590                PERFORM 4844-EMPATE-CLAVE THRU 4844-EXIT
006600                       VARYING SUG-J FROM 1 BY 1
006610                       UNTIL SUG-J > SUG-ROS-NUM OR SUG-K > ZERO
006620                IF SUG-K > ZERO
006630                       ADD 1 TO SUG-PUNTOS
006640                END-IF
006650         END-IF.
006660         IF SUG-K = ZERO
006670                GO TO 4840-EXIT
006680         END-IF.
006690         MOVE "S" TO SUG-ROS-USADA (SUG-K).
006700         ADD 1 TO SUG-EMPATADAS.
006710         IF SUG-I NOT LESS THAN SUG-BUS-APELLIDO
006720                AND SUG-K NOT LESS THAN SUG-ROS-APELLIDO
006730                SET SUG-HAY-APELLIDO TO TRUE
006740         END-IF.
006750 4840-EXIT.
006760         EXIT.

006770*-------------------------------------------------------------
006780* 4842-EMPATE-EXACTO - COMPARA CONTRA UNA PALABRA DEL PADRON
006790*-------------------------------------------------------------
006800 4842-EMPATE-EXACTO.
006810         IF SUG-ROS-USADA (SUG-J) NOT = "S"
006820                AND SUG-ROS-PALABRA (SUG-J)
006830                       = SUG-BUS-PALABRA (SUG-I)
006840                MOVE SUG-J TO SUG-K
006850         END-IF.
006860 4842-EXIT.
006870         EXIT.

006880*-------------------------------------------------------------
006890* 4844-EMPATE-CLAVE - COMPARA CLAVES CONTRA EL PADRON
006900*-------------------------------------------------------------
006910 4844-EMPATE-CLAVE.
006920         IF SUG-ROS-USADA (SUG-J) NOT = "S"
006930                AND SUG-BUS-CLAVE (SUG-I) NOT = SPACES
006940                AND SUG-ROS-CLAVE (SUG-J) = SUG-BUS-CLAVE (SUG-I)
006950                MOVE SUG-J TO SUG-K
006960         END-IF.
006970 4844-EXIT.
006980         EXIT.

006990*-------------------------------------------------------------
007000* 4850-ARMAR-CLAVE - CLAVE TOLERANTE DE SUG-PALABRA
007010*-------------------------------------------------------------
007020 4850-ARMAR-CLAVE.
007030         MOVE SPACES TO SUG-CLAVE.
007040         MOVE SPACE TO SUG-ULTIMO.
007050         MOVE 1 TO SUG-APUNTADOR.
007060         PERFORM 4852-CLAVE-CARACTER THRU 4852-EXIT
007070                VARYING SUG-POS FROM 1 BY 1
007080                UNTIL SUG-POS > 30.
007090 4850-EXIT.
007100         EXIT.

007110*-------------------------------------------------------------
007120* 4852-CLAVE-CARACTER - AGREGA UNA LETRA A LA CLAVE
007130*-------------------------------------------------------------
007140 4852-CLAVE-CARACTER.
007150         MOVE SUG-PALABRA (SUG-POS:1) TO SUG-CARACTER.
007160         IF SUG-CARACTER = SPACE
007170                OR SUG-CARACTER IS NOT ALPHABETIC-UPPER
007180                GO TO 4852-EXIT
007190         END-IF.
007200         MOVE SPACE TO SUG-SIGUIENTE.
007210         IF SUG-POS LESS THAN 30
007220                MOVE SUG-PALABRA (SUG-POS + 1:1) TO SUG-SIGUIENTE
007230         END-IF.
007240         EVALUATE SUG-CARACTER
007250                WHEN "A"
007260                WHEN "E"
007270                WHEN "I"
007280                WHEN "O"
007290                WHEN "U"
007300                WHEN "Y"
007310                WHEN "H"
007320                WHEN "W"
007330                       GO TO 4852-EXIT
007340                WHEN "V"
007350                       MOVE "B" TO SUG-CARACTER
007360                WHEN "Z"
007370                       MOVE "S" TO SUG-CARACTER
007380                WHEN "Q"
007390                       MOVE "K" TO SUG-CARACTER
007400                WHEN "C"
007410                       IF SUG-SIGUIENTE = "E" OR "I"
007420                              MOVE "S" TO SUG-CARACTER
007430                       ELSE
007440                              MOVE "K" TO SUG-CARACTER
007450                       END-IF
007460                WHEN "G"
007470                       IF SUG-SIGUIENTE = "E" OR "I"
007480                              MOVE "J" TO SUG-CARACTER
007490                       END-IF
007500                WHEN OTHER
007510                       CONTINUE
007520         END-EVALUATE.
007530         IF SUG-CARACTER = SUG-ULTIMO
007540                GO TO 4852-EXIT
007550         END-IF.
007560         MOVE SUG-CARACTER TO SUG-CLAVE (SUG-APUNTADOR:1).
007570         ADD 1 TO SUG-APUNTADOR.
007580         MOVE SUG-CARACTER TO SUG-ULTIMO.
007590 4852-EXIT.
007600         EXIT.

007610*-------------------------------------------------------------
007620* 4860-AGREGAR-SUGERENCIA - METE EL REGISTRO EN LA TABLA
007630* La tabla queda ordenada de mas a menos puntos; con la tabla
007640* llena solo entra un registro que supere al ultimo.
007650*-------------------------------------------------------------
007660 4860-AGREGAR-SUGERENCIA.
007670         IF SUG-TOTAL LESS THAN SUG-MAXIMO
007680                ADD 1 TO SUG-TOTAL
007690                MOVE SUG-TOTAL TO SUG-K
007700         ELSE
007710                IF SUG-PUNTOS NOT GREATER THAN
007720                       SUG-TAB-PUNTOS (SUG-MAXIMO)
007730                       GO TO 4860-EXIT
007740                END-IF
007750                MOVE SUG-MAXIMO TO SUG-K
007760         END-IF.
007770         MOVE ROS-NUM-EMPLEADO TO SUG-TAB-NUM-EMPLEADO (SUG-K).
007780         MOVE ROS-NOMBRE TO SUG-TAB-NOMBRE (SUG-K).
007790         MOVE SUG-PUNTOS TO SUG-TAB-PUNTOS (SUG-K).
007800         MOVE "N" TO SUG-ORDENADA.
007810         PERFORM 4862-SUBIR-SUGERENCIA THRU 4862-EXIT
007820                UNTIL SUG-EN-ORDEN.
007830 4860-EXIT.
007840         EXIT.

007850*-------------------------------------------------------------
007860* 4862-SUBIR-SUGERENCIA - SUBE LA ENTRADA NUEVA UN LUGAR
007870*-------------------------------------------------------------
007880 4862-SUBIR-SUGERENCIA.
007890         IF SUG-K = 1
007900                SET SUG-EN-ORDEN TO TRUE
007910                GO TO 4862-EXIT
007920         END-IF.
007930         IF SUG-TAB-PUNTOS (SUG-K - 1) NOT LESS THAN
007940                SUG-TAB-PUNTOS (SUG-K)
007950                SET SUG-EN-ORDEN TO TRUE
007960                GO TO 4862-EXIT
007970         END-IF.
007980         MOVE SUG-ENTRADA (SUG-K) TO SUG-AUX.
007990         MOVE SUG-ENTRADA (SUG-K - 1) TO SUG-ENTRADA (SUG-K).
008000         MOVE SUG-AUX TO SUG-ENTRADA (SUG-K - 1).
008010         SUBTRACT 1 FROM SUG-K.
008020 4862-EXIT.
008030         EXIT.

008040*-------------------------------------------------------------
008050* 4700-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
008060* MAESTRO, CREANDOLO SI NO EXISTE
008070* Lleva la imagen anterior que dejo guardada quien llama y la
008080* posterior tal como quedo el registro (en blanco en una baja).
008090*-------------------------------------------------------------
008100 4700-GRABAR-DIARIO.
008110         OPEN EXTEND NOMBRE-DIARIO.
008120         IF WS-STAT-DIARIO = "35"
008130                OPEN OUTPUT NOMBRE-DIARIO
008140                CLOSE NOMBRE-DIARIO
008150                OPEN EXTEND NOMBRE-DIARIO
008160         END-IF.
008170         MOVE SPACES TO DIARIO-RECORD.
008180         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
008190         ACCEPT DIA-HORA-MOVTO FROM TIME.
008200         MOVE "CORRECCION-SUSPENSOS" TO DIA-PROGRAMA.
008210         MOVE WS-TERMINAL TO DIA-OPERADOR.
008220         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
008230         MOVE NOM-NUM-EMPLEADO TO DIA-NUM-EMPLEADO.
008240         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
008250         IF NOT DIA-BAJA
008260                MOVE NOMBRE-RECORD TO DIA-IMAGEN-DESPUES
008270         END-IF.
008280         WRITE DIARIO-RECORD.
008290         CLOSE NOMBRE-DIARIO.
008300 4700-EXIT.
008310         EXIT.
