000527*                uso por otra terminal" en vez de fallar; la
000534*                bitacora lleva la hora de inicio de sesion
000541*                para saber de que sesion fue cada corrida.
000542* 2026-10-05 JP  Las capturas salen al extracto marcadas con
000543*                tipo de movimiento A (alta); ver copy EXTRACTO.
000544* 2026-10-08 JP  Bitacora de seguridad NOMBRE-SEGUR: cada firma
000545*                fallida se anota con la clave tecleada, la
000546*                terminal, el programa, la fecha y la hora. Las
000547*                fallas consecutivas de cada clave se cuentan en
000548*                NOMBRE-FALLA (una firma exitosa las regresa a
000549*                cero) y al llegar a MAXFALLAS (5 si no se
000550*                indica) el operador se pone inactivo en
000551*                NOMBRE-OPER, que ahora se abre en I-O durante
000552*                la firma.
000553* 2026-10-11 JP  Cada alta y cada fusion del maestro se anota
000554*                en el diario NOMBRE-DIARIO (copy DIARIO) con
000555*                la imagen anterior y posterior del registro,
000556*                el programa y el operador firmado.
000557* 2026-10-13 JP  Un nombre que no esta en el padron ya no
000558*                solo se rechaza: se ofrecen hasta cinco nombres
000559*                activos parecidos del padron, con su numero de
000560*                empleado (apellidos y clave tolerante, ver copy
000561*                SUGERENCIA), y al elegir uno la captura sigue
000562*                con el nombre y numero del padron.

000563 ENVIRONMENT DIVISION.

000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000660         SELECT NOMBRE-AUDIT ASSIGN TO "NOMAUDIT"
000670                ORGANIZATION IS SEQUENTIAL
000680                FILE STATUS IS WS-STAT-AUDIT.
000681         SELECT NOMBRE-SEGUR ASSIGN TO "NOMSEGUR"
000682                ORGANIZATION IS SEQUENTIAL
000683                FILE STATUS IS WS-STAT-SEGUR.
000690         SELECT NOMBRE-AUDCTL ASSIGN TO "NOMAUDCT"
000700                ORGANIZATION IS SEQUENTIAL
000710                FILE STATUS IS WS-STAT-AUDCTL.
000711         SELECT NOMBRE-FALLA ASSIGN TO "NOMFALLA"
000712                ORGANIZATION IS INDEXED
000713                ACCESS MODE IS DYNAMIC
000714                RECORD KEY IS FAL-CLAVE
000715                FILE STATUS IS WS-STAT-FALLA.
000720         SELECT NOMBRE-EXTR ASSIGN TO "NOMEXTR"
000730                ORGANIZATION IS SEQUENTIAL
000740                FILE STATUS IS WS-STAT-EXTR.
000741         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000742                ORGANIZATION IS SEQUENTIAL
000743                FILE STATUS IS WS-STAT-DIARIO.
000750         SELECT NOMBRE-EXSEQ ASSIGN TO "NOMEXSEQ"
000760                ORGANIZATION IS SEQUENTIAL
000770                FILE STATUS IS WS-STAT-EXSEQ.
000890             LABEL RECORDS ARE STANDARD.
000900 COPY "copybooks/nombre.cpy".

000901*-----------------------------------------------------------
000902* NOMBRE-SEGUR - Bitacora de seguridad (firmas fallidas,
000903* opciones negadas y bloqueos)
000904*-----------------------------------------------------------
000905 FD  NOMBRE-SEGUR
000906             LABEL RECORDS ARE STANDARD
000907             RECORD CONTAINS 90 CHARACTERS.
000908 COPY "copybooks/seguridad.cpy".

000910*-----------------------------------------------------------
000920* NOMBRE-AUDIT - Bitacora de auditoria de capturas exitosas
000930*-----------------------------------------------------------
000960             RECORD CONTAINS 82 CHARACTERS.
000970 COPY "copybooks/auditoria.cpy".

000971*-----------------------------------------------------------
000972* NOMBRE-FALLA - Fallas consecutivas por clave (KSDS)
000973*-----------------------------------------------------------
000974 FD  NOMBRE-FALLA
000975             LABEL RECORDS ARE STANDARD.
000976 COPY "copybooks/fallas.cpy".

000980*-----------------------------------------------------------
000990* NOMBRE-AUDCTL - Control del numero de corrida de auditoria
001000*-----------------------------------------------------------
001090             LABEL RECORDS ARE STANDARD.
001100 COPY "copybooks/extracto.cpy".

001101*-----------------------------------------------------------
001102* NOMBRE-DIARIO - Diario de actualizaciones del maestro
001103*-----------------------------------------------------------
001104 FD  NOMBRE-DIARIO
001105             LABEL RECORDS ARE STANDARD
001106             RECORD CONTAINS 290 CHARACTERS.
001107 COPY "copybooks/diario.cpy".

001110*-----------------------------------------------------------
001120* NOMBRE-EXSEQ - Control del consecutivo de extraccion
001130*-----------------------------------------------------------
001370         88  NOMBRE-NO-VALIDO                VALUE "N".
001380 77  WS-SUB                       PIC 9(02) COMP.
001390 77  WS-CARACTER                  PIC X(01).
001391 77  WS-PROGRAMA                 PIC X(24)
001392                VALUE "ENTRADA-SALIDA".
001400 77  WS-STAT-AUDIT               PIC X(02) VALUE SPACES.
001401 77  WS-STAT-SEGUR               PIC X(02) VALUE SPACES.
001402 77  WS-STAT-FALLA               PIC X(02) VALUE SPACES.
001403 77  WS-FALLA-EXISTE             PIC X(01) VALUE "N".
001404         88  FALLA-EXISTE                    VALUE "S".
001410 77  WS-STAT-AUDCTL              PIC X(02) VALUE SPACES.
001420 77  WS-RUN-SEQ                  PIC 9(06) COMP VALUE ZERO.
001430 77  WS-STAT-EXTR                PIC X(02) VALUE SPACES.
001431 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
001432 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
001433 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
001440 77  WS-DUPLICADO                PIC X(01) VALUE "N".
001450         88  HAY-DUPLICADO                   VALUE "S".
001460         88  NO-HAY-DUPLICADO                VALUE "N".
001650 77  WS-STAT-ROSTER              PIC X(02) VALUE SPACES.
001660 77  WS-ROSTER-DISPONIBLE        PIC X(01) VALUE "N".
001670         88  ROSTER-DISPONIBLE               VALUE "S".
001671 77  WS-PADRON-NO-HALLADO        PIC X(01) VALUE "N".
001672         88  PADRON-NO-HALLADO                   VALUE "S".
001673 77  WS-ELECCION                 PIC X(01) VALUE SPACE.
001674 77  WS-NUM-ELECCION             PIC 9(01) VALUE ZERO.
001680 77  WS-REINTENTOS               PIC 9(02) COMP VALUE ZERO.
001690 77  WS-MAX-REINTENTOS           PIC 9(02) COMP VALUE 3.
001700 77  WS-OPERACION-RESUELTA       PIC X(01) VALUE "N".
001730         88  CONTROL-ABIERTO                 VALUE "S".
001740 77  WS-RESPUESTA-CONTROL        PIC X(01).
001750         88  CONTROL-CANCELAR                VALUE "C".
001751 77  WS-SEG-TIPO                 PIC X(01) VALUE SPACE.
001752         88  EVENTO-FIRMA-FALLIDA            VALUE "F".
001753         88  EVENTO-OPCION-DENEGADA          VALUE "D".
001754         88  EVENTO-BLOQUEO                  VALUE "B".
001755 77  WS-SEG-CLAVE                PIC X(08) VALUE SPACES.
001756 77  WS-SEG-DETALLE              PIC X(30) VALUE SPACES.
001757 77  WS-SEG-FALLAS               PIC 9(03) VALUE ZERO.
001758 77  WS-MAX-FALLAS               PIC 9(03) VALUE 5.
001759 77  WS-FALLAS-CAPTURA           PIC X(03) VALUE SPACES.
001760 77  WS-SESION-INICIO            PIC 9(08) VALUE ZERO.
001761 77  WS-STAT-OPER                PIC X(02) VALUE SPACES.
001762 77  WS-OPERADOR-FIRMADO         PIC X(08) VALUE SPACES.
001800         88  SEC-EXTR-TOMADA                 VALUE "S".
001801 77  WS-NUM-EMPLEADO             PIC 9(08) VALUE ZERO.

001802 COPY "copybooks/sugerencia.cpy".

001810 PROCEDURE DIVISION.
001820*=============================================================
001830* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
004003* que se llavea el maestro y sale el extracto.
004004*-------------------------------------------------------------
004010 2400-VERIFICAR-PADRON.
004011         MOVE "N" TO WS-PADRON-NO-HALLADO.
004050         MOVE WKS-NOMBRE TO ROS-NOMBRE.
004060         READ NOMBRE-ROSTER
004061                KEY IS ROS-NOMBRE
004070                INVALID KEY
004080                       SET NOMBRE-NO-VALIDO TO TRUE
004090                       DISPLAY "ERROR: el nombre no esta en el "
004091                              "padron autorizado"
004092                       SET PADRON-NO-HALLADO TO TRUE
004101                NOT INVALID KEY
004102                       IF ROS-INACTIVO
004103                              SET NOMBRE-NO-VALIDO TO TRUE
004109                                     TO WS-NUM-EMPLEADO
004110                       END-IF
004111         END-READ.
004113         IF PADRON-NO-HALLADO
004114                PERFORM 2450-OFRECER-SUGERENCIAS THRU 2450-EXIT
004115         END-IF.
004120 2400-EXIT.
004130         EXIT.

005210         IF NO-PROCEDE-GRABAR
005220                DISPLAY "No se grabo el nombre."
005230         ELSE
005231                IF HAY-DUPLICADO
005232                       MOVE NOMBRE-RECORD TO WS-DIARIO-ANTES
005233                ELSE
005234                       MOVE SPACES TO WS-DIARIO-ANTES
005235                END-IF
005240                MOVE WKS-NOMBRE TO NOM-NOMBRE
005241                MOVE WS-NUM-EMPLEADO TO NOM-NUM-EMPLEADO
005250                ACCEPT NOM-FECHA-CAPTURA FROM DATE YYYYMMDD
005640                              THRU 4000-EXIT
005650                       PERFORM 4100-GRABAR-EXTRACTO
005660                              THRU 4100-EXIT
005661                       MOVE "C" TO WS-DIARIO-TIPO
005662                       PERFORM 4300-GRABAR-DIARIO THRU 4300-EXIT
005670         END-REWRITE.
005680         IF NOT OPERACION-RESUELTA
005690                PERFORM 2900-EVALUAR-CONFLICTO THRU 2900-EXIT
005950                              THRU 4000-EXIT
005960                       PERFORM 4100-GRABAR-EXTRACTO
005970                              THRU 4100-EXIT
005971                       MOVE "A" TO WS-DIARIO-TIPO
005972                       PERFORM 4300-GRABAR-DIARIO THRU 4300-EXIT
005980         END-WRITE.
005990         IF NOT OPERACION-RESUELTA
006000                PERFORM 2900-EVALUAR-CONFLICTO THRU 2900-EXIT
006290         MOVE NOM-HORA-CAPTURA TO EXT-HORA-CAPTURA.
006300         MOVE WS-EXT-SECUENCIA TO EXT-SECUENCIA.
006301         MOVE NOM-NUM-EMPLEADO TO EXT-NUM-EMPLEADO.
006302         SET EXT-MOVTO-ALTA TO TRUE.
006310         WRITE EXTRACTO-RECORD.
006320 4100-EXIT.
006330         EXIT.
006980* intentos de firma el programa termina.
006990*-------------------------------------------------------------
007000 1040-FIRMAR-OPERADOR.
007010         OPEN I-O NOMBRE-OPER.
007020         IF WS-STAT-OPER NOT = "00"
007030                DISPLAY "ERROR: no hay maestro de operadores; "
007040                       "registre operadores con "
007050                       "MANTENIMIENTO-OPERADORES"
007060                STOP RUN
007070         END-IF.
007071         ACCEPT WS-FALLAS-CAPTURA FROM ENVIRONMENT "MAXFALLAS".
007072         IF WS-FALLAS-CAPTURA IS NUMERIC
007073                MOVE WS-FALLAS-CAPTURA TO WS-MAX-FALLAS
007074         END-IF.
007075         IF WS-MAX-FALLAS = ZERO
007076                MOVE 5 TO WS-MAX-FALLAS
007077         END-IF.
007080         PERFORM 1045-INTENTAR-FIRMA THRU 1045-EXIT
007090                UNTIL FIRMADO
007100                       OR WS-INTENTOS-FIRMA NOT LESS THAN
007240         DISPLAY "Clave de operador: ".
007250         ACCEPT WS-OPERADOR-FIRMADO.
007260         MOVE WS-OPERADOR-FIRMADO TO OPE-ID.
007261         SET EVENTO-FIRMA-FALLIDA TO TRUE.
007262         MOVE WS-OPERADOR-FIRMADO TO WS-SEG-CLAVE.
007270         READ NOMBRE-OPER
007280                INVALID KEY
007290                       DISPLAY "AVISO: operador no registrado"
007291                       MOVE "CLAVE NO REGISTRADA"
007292                              TO WS-SEG-DETALLE
007293                       PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
007300                       GO TO 1045-EXIT
007310         END-READ.
007320         IF OPE-INACTIVO
007330                DISPLAY "AVISO: operador inactivo"
007331                MOVE "OPERADOR INACTIVO" TO WS-SEG-DETALLE
007332                PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
007340                GO TO 1045-EXIT
007350         END-IF.
007360         SET FIRMADO TO TRUE.
007361         PERFORM 9540-LIMPIAR-FALLAS THRU 9540-EXIT.
007370         DISPLAY "Firmado: " OPE-NOMBRE.
007380 1045-EXIT.
007390         EXIT.

007400*-------------------------------------------------------------
007410* 9500-REGISTRAR-FALLA - ANOTA UNA FALLA DE SEGURIDAD
007420* Suma la falla al contador de la clave, deja el evento en la
007430* bitacora de seguridad y, si la clave llego al maximo de fallas
007440* consecutivas, pone inactivo al operador.
007450*-------------------------------------------------------------
007460 9500-REGISTRAR-FALLA.
007470         PERFORM 9520-CONTAR-FALLA THRU 9520-EXIT.
007480         PERFORM 9510-GRABAR-EVENTO THRU 9510-EXIT.
007490         IF WS-SEG-FALLAS NOT LESS THAN WS-MAX-FALLAS
007500                PERFORM 9530-BLOQUEAR-OPERADOR THRU 9530-EXIT
007510         END-IF.
007520 9500-EXIT.
007530         EXIT.

007540*-------------------------------------------------------------
007550* 9510-GRABAR-EVENTO - AGREGA UN EVENTO A LA BITACORA DE
007560* SEGURIDAD, CREANDOLA SI NO EXISTE
007570*-------------------------------------------------------------
007580 9510-GRABAR-EVENTO.
007590         OPEN EXTEND NOMBRE-SEGUR.
007600         IF WS-STAT-SEGUR = "35"
007610                OPEN OUTPUT NOMBRE-SEGUR
007620                CLOSE NOMBRE-SEGUR
007630                OPEN EXTEND NOMBRE-SEGUR
007640         END-IF.
007650         IF WS-STAT-SEGUR NOT = "00"
007660                DISPLAY "ERROR: no se pudo abrir NOMBRE-SEGUR, "
007670                       "estado " WS-STAT-SEGUR
007680                GO TO 9510-EXIT
007690         END-IF.
007700         ACCEPT SEG-FECHA FROM DATE YYYYMMDD.
007710         ACCEPT SEG-HORA FROM TIME.
007720         MOVE WS-SEG-TIPO TO SEG-TIPO.
007730         MOVE WS-SEG-CLAVE TO SEG-CLAVE.
007740         ACCEPT SEG-TERMINAL FROM ENVIRONMENT "TERMID".
007750         MOVE WS-PROGRAMA TO SEG-PROGRAMA.
007760         MOVE WS-SEG-DETALLE TO SEG-DETALLE.
007770         MOVE WS-SEG-FALLAS TO SEG-FALLAS.
007780         WRITE NOMBRE-SEGUR-REC.
007790         CLOSE NOMBRE-SEGUR.
007800 9510-EXIT.
007810         EXIT.

007820*-------------------------------------------------------------
007830* 9520-CONTAR-FALLA - SUMA UNA FALLA CONSECUTIVA A LA CLAVE
007840*-------------------------------------------------------------
007850 9520-CONTAR-FALLA.
007860         MOVE ZERO TO WS-SEG-FALLAS.
007870         OPEN I-O NOMBRE-FALLA.
007880         IF WS-STAT-FALLA = "35"
007890                OPEN OUTPUT NOMBRE-FALLA
007900                CLOSE NOMBRE-FALLA
007910                OPEN I-O NOMBRE-FALLA
007920         END-IF.
007930         IF WS-STAT-FALLA NOT = "00"
007940                DISPLAY "ERROR: no se pudo abrir NOMBRE-FALLA, "
007950                       "estado " WS-STAT-FALLA
007960                GO TO 9520-EXIT
007970         END-IF.
007980         MOVE "S" TO WS-FALLA-EXISTE.
007990         MOVE WS-SEG-CLAVE TO FAL-CLAVE.
008000         READ NOMBRE-FALLA
008010                INVALID KEY
008020                       MOVE "N" TO WS-FALLA-EXISTE
008030                       MOVE ZERO TO FAL-CONSECUTIVAS
008040         END-READ.
008050         IF FAL-CONSECUTIVAS < 999
008060                ADD 1 TO FAL-CONSECUTIVAS
008070         END-IF.
008080         ACCEPT FAL-FECHA-ULTIMA FROM DATE YYYYMMDD.
008090         ACCEPT FAL-HORA-ULTIMA FROM TIME.
008100         MOVE WS-PROGRAMA TO FAL-PROGRAMA-ULTIMO.
008110         IF FALLA-EXISTE
008120                REWRITE FALLA-RECORD
008130         ELSE
008140                WRITE FALLA-RECORD
008150         END-IF.
008160         MOVE FAL-CONSECUTIVAS TO WS-SEG-FALLAS.
008170         CLOSE NOMBRE-FALLA.
008180 9520-EXIT.
008190         EXIT.

008200*-------------------------------------------------------------
008210* 9530-BLOQUEAR-OPERADOR - PONE INACTIVO AL OPERADOR QUE LLEGO
008220* AL MAXIMO DE FALLAS CONSECUTIVAS
008230* NOMBRE-OPER debe estar abierto en I-O. Una clave que no existe
008240* o que ya estaba inactiva no cambia nada.
008250*-------------------------------------------------------------
008260 9530-BLOQUEAR-OPERADOR.
008270         MOVE WS-SEG-CLAVE TO OPE-ID.
008280         READ NOMBRE-OPER
008290                INVALID KEY
008300                       GO TO 9530-EXIT
008310         END-READ.
008320         IF OPE-INACTIVO
008330                GO TO 9530-EXIT
008340         END-IF.
008350         SET OPE-INACTIVO TO TRUE.
008360         REWRITE OPERADOR-RECORD.
008370         DISPLAY "AVISO: operador " WS-SEG-CLAVE " bloqueado por "
008380                "fallas consecutivas".
008390         SET EVENTO-BLOQUEO TO TRUE.
008400         MOVE "OPERADOR BLOQUEADO" TO WS-SEG-DETALLE.
008410         PERFORM 9510-GRABAR-EVENTO THRU 9510-EXIT.
008420 9530-EXIT.
008430         EXIT.

008440*-------------------------------------------------------------
008450* 9540-LIMPIAR-FALLAS - REGRESA A CERO LAS FALLAS DE LA CLAVE
008460* AL FIRMAR CON EXITO
008470*-------------------------------------------------------------
008480 9540-LIMPIAR-FALLAS.
008490         OPEN I-O NOMBRE-FALLA.
008500         IF WS-STAT-FALLA NOT = "00"
008510                GO TO 9540-EXIT
008520         END-IF.
008530         MOVE WS-SEG-CLAVE TO FAL-CLAVE.
008540         READ NOMBRE-FALLA
008550                INVALID KEY
008560                       CLOSE NOMBRE-FALLA
008570                       GO TO 9540-EXIT
008580         END-READ.
008590         IF FAL-CONSECUTIVAS NOT = ZERO
008600                MOVE ZERO TO FAL-CONSECUTIVAS
008610                REWRITE FALLA-RECORD
008620         END-IF.
008630         CLOSE NOMBRE-FALLA.
008640 9540-EXIT.
008650         EXIT.

008660*-------------------------------------------------------------
008670* 2450-OFRECER-SUGERENCIAS - NOMBRES PARECIDOS DEL PADRON
008680* Para un nombre que no esta en el padron se muestran los
008690* registros activos mas parecidos con su numero de empleado;
008700* si el operador elige uno, la captura sigue con el nombre y
008710* el numero del padron. Sin eleccion se vuelve a capturar.
008720*-------------------------------------------------------------
008730 2450-OFRECER-SUGERENCIAS.
008740         MOVE WKS-NOMBRE TO SUG-NOMBRE-BUSCADO.
008750         PERFORM 2500-SUGERIR-PADRON THRU 2500-EXIT.
008760         IF SUG-TOTAL = ZERO
008770                DISPLAY "Sin nombres parecidos en el padron"
008780                GO TO 2450-EXIT
008790         END-IF.
008800         DISPLAY "Nombres parecidos en el padron:".
008810         PERFORM 2460-MOSTRAR-SUGERENCIA THRU 2460-EXIT
008820                VARYING SUG-K FROM 1 BY 1
008830                UNTIL SUG-K > SUG-TOTAL.
008840         DISPLAY "Numero de la sugerencia (Enter = capturar de "
008850                "nuevo): ".
008860         ACCEPT WS-ELECCION.
008870         IF WS-ELECCION IS NOT NUMERIC
008880                GO TO 2450-EXIT
008890         END-IF.
008900         MOVE WS-ELECCION TO WS-NUM-ELECCION.
008910         IF WS-NUM-ELECCION = ZERO
008920                OR WS-NUM-ELECCION > SUG-TOTAL
008930                DISPLAY "AVISO: sugerencia no valida; capture de "
008940                       "nuevo"
008950                GO TO 2450-EXIT
008960         END-IF.
008970         MOVE SUG-TAB-NOMBRE (WS-NUM-ELECCION) TO WKS-NOMBRE.
008980         MOVE SUG-TAB-NUM-EMPLEADO (WS-NUM-ELECCION)
008990                TO WS-NUM-EMPLEADO.
009000         SET NOMBRE-ES-VALIDO TO TRUE.
009010         DISPLAY "Se captura como " WKS-NOMBRE
009020                " empleado " WS-NUM-EMPLEADO.
009030 2450-EXIT.
009040         EXIT.

009050*-------------------------------------------------------------
009060* 2460-MOSTRAR-SUGERENCIA - DESPLIEGA UNA SUGERENCIA
009070*-------------------------------------------------------------
009080 2460-MOSTRAR-SUGERENCIA.
009090         MOVE SUG-K TO WS-NUM-ELECCION.
009100         DISPLAY "  " WS-NUM-ELECCION "  "
009110                SUG-TAB-NUM-EMPLEADO (SUG-K) "  "
009120                SUG-TAB-NOMBRE (SUG-K).
009130 2460-EXIT.
009140         EXIT.

009150*-------------------------------------------------------------
009160* 2500-SUGERIR-PADRON - ARMA LAS SUGERENCIAS DEL PADRON
009170* Recorre el padron completo por numero de empleado y deja en
009180* SUG-TABLA los registros activos que mas se parecen al nombre
009190* de SUG-NOMBRE-BUSCADO (ver copy SUGERENCIA). Con menos de
009200* dos palabras no hay apellido que comparar y no se sugiere.
009210*-------------------------------------------------------------
009220 2500-SUGERIR-PADRON.
009230         MOVE ZERO TO SUG-TOTAL.
009240         INSPECT SUG-NOMBRE-BUSCADO CONVERTING
009250                "abcdefghijklmnopqrstuvwxyz"
009260                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009270         MOVE SPACES TO SUG-BUS-PALABRAS.
009280         UNSTRING SUG-NOMBRE-BUSCADO DELIMITED BY ALL SPACE
009290                INTO SUG-BUS-PALABRA (1) SUG-BUS-PALABRA (2)
009300                     SUG-BUS-PALABRA (3) SUG-BUS-PALABRA (4)
009310                     SUG-BUS-PALABRA (5) SUG-BUS-PALABRA (6)
009320         END-UNSTRING.
009330         MOVE ZERO TO SUG-BUS-NUM.
009340         MOVE SPACES TO SUG-BUS-CLAVES.
009350         PERFORM 2520-CLAVE-BUSCADA THRU 2520-EXIT
009360                VARYING SUG-I FROM 1 BY 1
009370                UNTIL SUG-I > 6.
009380         IF SUG-BUS-NUM LESS THAN 2
009390                GO TO 2500-EXIT
009400         END-IF.
009410         IF SUG-BUS-NUM GREATER THAN 2
009420                SUBTRACT 1 FROM SUG-BUS-NUM
009430                       GIVING SUG-BUS-APELLIDO
009440         ELSE
009450                MOVE SUG-BUS-NUM TO SUG-BUS-APELLIDO
009460         END-IF.
009470         MOVE "N" TO SUG-FIN-PADRON.
009480         MOVE ZERO TO ROS-NUM-EMPLEADO.
009490         START NOMBRE-ROSTER
009500                KEY IS NOT LESS THAN ROS-NUM-EMPLEADO
009510                INVALID KEY
009520                       SET SUG-FIN TO TRUE
009530         END-START.
009540         PERFORM 2510-REVISAR-PADRON THRU 2510-EXIT
009550                UNTIL SUG-FIN.
009560 2500-EXIT.
009570         EXIT.

009580*-------------------------------------------------------------
009590* 2510-REVISAR-PADRON - CALIFICA UN REGISTRO DEL PADRON
009600*-------------------------------------------------------------
009610 2510-REVISAR-PADRON.
009620         READ NOMBRE-ROSTER NEXT RECORD
009630                AT END
009640                       SET SUG-FIN TO TRUE
009650                       GO TO 2510-EXIT
009660         END-READ.
009670         IF ROS-INACTIVO
009680                GO TO 2510-EXIT
009690         END-IF.
009700         MOVE ROS-NOMBRE TO SUG-NOMBRE-PADRON.
009710         INSPECT SUG-NOMBRE-PADRON CONVERTING
009720                "abcdefghijklmnopqrstuvwxyz"
009730                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009740         MOVE SPACES TO SUG-ROS-PALABRAS.
009750         UNSTRING SUG-NOMBRE-PADRON DELIMITED BY ALL SPACE
009760                INTO SUG-ROS-PALABRA (1) SUG-ROS-PALABRA (2)
009770                     SUG-ROS-PALABRA (3) SUG-ROS-PALABRA (4)
009780                     SUG-ROS-PALABRA (5) SUG-ROS-PALABRA (6)
009790         END-UNSTRING.
009800         MOVE ZERO TO SUG-ROS-NUM.
009810         MOVE SPACES TO SUG-ROS-CLAVES.
009820         PERFORM 2530-CLAVE-PADRON THRU 2530-EXIT
009830                VARYING SUG-J FROM 1 BY 1
009840                UNTIL SUG-J > 6.
009850         IF SUG-ROS-NUM LESS THAN 2
009860                GO TO 2510-EXIT
009870         END-IF.
009880         IF SUG-ROS-NUM GREATER THAN 2
009890                SUBTRACT 1 FROM SUG-ROS-NUM
009900                       GIVING SUG-ROS-APELLIDO
009910         ELSE
009920                MOVE SUG-ROS-NUM TO SUG-ROS-APELLIDO
009930         END-IF.
009940         MOVE SPACES TO SUG-ROS-USADAS.
009950         MOVE ZERO TO SUG-PUNTOS.
009960         MOVE ZERO TO SUG-EMPATADAS.
009970         MOVE "N" TO SUG-APELLIDO-EMPATA.
009980         PERFORM 2540-COMPARAR-PALABRA THRU 2540-EXIT
009990                VARYING SUG-I FROM 1 BY 1
010000                UNTIL SUG-I > SUG-BUS-NUM.
010010         IF NOT SUG-HAY-APELLIDO
010020                GO TO 2510-EXIT
010030         END-IF.
010040         IF SUG-PUNTOS NOT LESS THAN 3
010050                OR SUG-EMPATADAS = SUG-BUS-NUM
010060                PERFORM 2560-AGREGAR-SUGERENCIA THRU 2560-EXIT
010070         END-IF.
010080 2510-EXIT.
010090         EXIT.

010100*-------------------------------------------------------------
010110* 2520-CLAVE-BUSCADA - CLAVE DE UNA PALABRA DEL NOMBRE BUSCADO
010120*-------------------------------------------------------------
010130 2520-CLAVE-BUSCADA.
010140         IF SUG-BUS-PALABRA (SUG-I) = SPACES
010150                GO TO 2520-EXIT
010160         END-IF.
010170         ADD 1 TO SUG-BUS-NUM.
010180         MOVE SUG-BUS-PALABRA (SUG-I) TO SUG-PALABRA.
010190         PERFORM 2550-ARMAR-CLAVE THRU 2550-EXIT.
010200         MOVE SUG-CLAVE TO SUG-BUS-CLAVE (SUG-I).
010210 2520-EXIT.
010220         EXIT.

010230*-------------------------------------------------------------
010240* 2530-CLAVE-PADRON - CLAVE DE UNA PALABRA DEL PADRON
010250*-------------------------------------------------------------
010260 2530-CLAVE-PADRON.
010270         IF SUG-ROS-PALABRA (SUG-J) = SPACES
010280                GO TO 2530-EXIT
010290         END-IF.
010300         ADD 1 TO SUG-ROS-NUM.
010310         MOVE SUG-ROS-PALABRA (SUG-J) TO SUG-PALABRA.
010320         PERFORM 2550-ARMAR-CLAVE THRU 2550-EXIT.
010330         MOVE SUG-CLAVE TO SUG-ROS-CLAVE (SUG-J).
010340 2530-EXIT.
010350         EXIT.

010360*-------------------------------------------------------------
010370* 2540-COMPARAR-PALABRA - EMPATA UNA PALABRA BUSCADA
010380* Primero se busca la palabra igual y, si no hay, la de la
010390* misma clave; la palabra del padron que empata ya no se usa
010400* para otra. Un apellido buscado que empata con un apellido
010410* del padron, en cualquier orden, cumple la condicion de
010420* apellido.
010430*-------------------------------------------------------------
010440 2540-COMPARAR-PALABRA.
010450         MOVE ZERO TO SUG-K.
010460         PERFORM 2542-EMPATE-EXACTO THRU 2542-EXIT
010470                VARYING SUG-J FROM 1 BY 1
010480                UNTIL SUG-J > SUG-ROS-NUM OR SUG-K > ZERO.
010490         IF SUG-K > ZERO
010500                ADD 2 TO SUG-PUNTOS
010510         ELSE
010520                PERFORM 2544-EMPATE-CLAVE THRU 2544-EXIT
010530                       VARYING SUG-J FROM 1 BY 1
010540                       UNTIL SUG-J > SUG-ROS-NUM OR SUG-K > ZERO
010550                IF SUG-K > ZERO
010560                       ADD 1 TO SUG-PUNTOS
010570                END-IF
010580         END-IF.
010590         IF SUG-K = ZERO
010600                GO TO 2540-EXIT
010610         END-IF.
010620         MOVE "S" TO SUG-ROS-USADA (SUG-K).
010630         ADD 1 TO SUG-EMPATADAS.
010640         IF SUG-I NOT LESS THAN SUG-BUS-APELLIDO
010650                AND SUG-K NOT LESS THAN SUG-ROS-APELLIDO
010660                SET SUG-HAY-APELLIDO TO TRUE
010670         END-IF.
010680 2540-EXIT.
010690         EXIT.

010700*-------------------------------------------------------------
010710* 2542-EMPATE-EXACTO - COMPARA CONTRA UNA PALABRA DEL PADRON
010720*-------------------------------------------------------------
010730 2542-EMPATE-EXACTO.
010740         IF SUG-ROS-USADA (SUG-J) NOT = "S"
010750                AND SUG-ROS-PALABRA (SUG-J)
010760                       = SUG-BUS-PALABRA (SUG-I)
010770                MOVE SUG-J TO SUG-K
010780         END-IF.
010790 2542-EXIT.
010800         EXIT.

010810*-------------------------------------------------------------
010820* 2544-EMPATE-CLAVE - COMPARA CLAVES CONTRA EL PADRON
010830*-------------------------------------------------------------
010840 2544-EMPATE-CLAVE.
010850         IF SUG-ROS-USADA (SUG-J) NOT = "S"
010860                AND SUG-BUS-CLAVE (SUG-I) NOT = SPACES
010870                AND SUG-ROS-CLAVE (SUG-J) = SUG-BUS-CLAVE (SUG-I)
010880                MOVE SUG-J TO SUG-K
010890         END-IF.
010900 2544-EXIT.
010910         EXIT.

010920*-------------------------------------------------------------
010930* 2550-ARMAR-CLAVE - CLAVE TOLERANTE DE SUG-PALABRA
010940*-------------------------------------------------------------
010950 2550-ARMAR-CLAVE.
010960         MOVE SPACES TO SUG-CLAVE.
010970         MOVE SPACE TO SUG-ULTIMO.
010980         MOVE 1 TO SUG-APUNTADOR.
010990         PERFORM 2552-CLAVE-CARACTER THRU 2552-EXIT
011000                VARYING SUG-POS FROM 1 BY 1
011010                UNTIL SUG-POS > 30.
011020 2550-EXIT.
011030         EXIT.

011040*-------------------------------------------------------------
011050* 2552-CLAVE-CARACTER - AGREGA UNA LETRA A LA CLAVE
011060*-------------------------------------------------------------
011070 2552-CLAVE-CARACTER.
011080         MOVE SUG-PALABRA (SUG-POS:1) TO SUG-CARACTER.
011090         IF SUG-CARACTER = SPACE
011100                OR SUG-CARACTER IS NOT ALPHABETIC-UPPER
011110                GO TO 2552-EXIT
011120         END-IF.
011130         MOVE SPACE TO SUG-SIGUIENTE.
011140         IF SUG-POS LESS THAN 30
011150                MOVE SUG-PALABRA (SUG-POS + 1:1) TO SUG-SIGUIENTE
011160         END-IF.
011170         EVALUATE SUG-CARACTER
011180                WHEN "A"
011190                WHEN "E"
011200                WHEN "I"
011210                WHEN "O"
011220                WHEN "U"
011230                WHEN "Y"
011240                WHEN "H"
011250                WHEN "W"
011260                       GO TO 2552-EXIT
011270                WHEN "V"
011280                       MOVE "B" TO SUG-CARACTER
011290                WHEN "Z"
011300                       MOVE "S" TO SUG-CARACTER
011310                WHEN "Q"
011320                       MOVE "K" TO SUG-CARACTER
011330                WHEN "C"
011340                       IF SUG-SIGUIENTE = "E" OR "I"
011350                              MOVE "S" TO SUG-CARACTER
011360                       ELSE
011370                              MOVE "K" TO SUG-CARACTER
011380                       END-IF
011390                WHEN "G"
011400                       IF SUG-SIGUIENTE = "E" OR "I"
011410                              MOVE "J" TO SUG-CARACTER
011420                       END-IF
011430                WHEN OTHER
011440                       CONTINUE
011450         END-EVALUATE.
011460         IF SUG-CARACTER = SUG-ULTIMO
011470                GO TO 2552-EXIT
011480         END-IF.
011490         MOVE SUG-CARACTER TO SUG-CLAVE (SUG-APUNTADOR:1).
011500         ADD 1 TO SUG-APUNTADOR.
011510         MOVE SUG-CARACTER TO SUG-ULTIMO.
011520 2552-EXIT.
011530         EXIT.

011540*-------------------------------------------------------------
011550* 2560-AGREGAR-SUGERENCIA - METE EL REGISTRO EN LA TABLA
011560* La tabla queda ordenada de mas a menos puntos; con la tabla
011570* llena solo entra un registro que supere al ultimo.
011580*-------------------------------------------------------------
011590 2560-AGREGAR-SUGERENCIA.
011600         IF SUG-TOTAL LESS THAN SUG-MAXIMO
011610                ADD 1 TO SUG-TOTAL
011620                MOVE SUG-TOTAL TO SUG-K
011630         ELSE
011640                IF SUG-PUNTOS NOT GREATER THAN
011650                       SUG-TAB-PUNTOS (SUG-MAXIMO)
011660                       GO TO 2560-EXIT
011670                END-IF
011680                MOVE SUG-MAXIMO TO SUG-K
011690         END-IF.
011700         MOVE ROS-NUM-EMPLEADO TO SUG-TAB-NUM-EMPLEADO (SUG-K).
011710         MOVE ROS-NOMBRE TO SUG-TAB-NOMBRE (SUG-K).
011720         MOVE SUG-PUNTOS TO SUG-TAB-PUNTOS (SUG-K).
011730         MOVE "N" TO SUG-ORDENADA.
011740         PERFORM 2562-SUBIR-SUGERENCIA THRU 2562-EXIT
011750                UNTIL SUG-EN-ORDEN.
011760 2560-EXIT.
011770         EXIT.

011780*-------------------------------------------------------------
011790* 2562-SUBIR-SUGERENCIA - SUBE LA ENTRADA NUEVA UN LUGAR
011800*-------------------------------------------------------------
011810 2562-SUBIR-SUGERENCIA.
011820         IF SUG-K = 1
011830                SET SUG-EN-ORDEN TO TRUE
011840                GO TO 2562-EXIT
011850         END-IF.
011860         IF SUG-TAB-PUNTOS (SUG-K - 1) NOT LESS THAN
011870                SUG-TAB-PUNTOS (SUG-K)
011880                SET SUG-EN-ORDEN TO TRUE
011890                GO TO 2562-EXIT
011900         END-IF.
011910         MOVE SUG-ENTRADA (SUG-K) TO SUG-AUX.
011920         MOVE SUG-ENTRADA (SUG-K - 1) TO SUG-ENTRADA (SUG-K).
011930         MOVE SUG-AUX TO SUG-ENTRADA (SUG-K - 1).
011940         SUBTRACT 1 FROM SUG-K.
011950 2562-EXIT.
011960         EXIT.

011970*-------------------------------------------------------------
011980* 4300-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
011990* MAESTRO, CREANDOLO SI NO EXISTE
012000* Lleva la imagen anterior que dejo guardada quien llama y la
012010* posterior tal como quedo el registro (en blanco en una baja).
012020*-------------------------------------------------------------
012030 4300-GRABAR-DIARIO.
012040         OPEN EXTEND NOMBRE-DIARIO.
012050         IF WS-STAT-DIARIO = "35"
012060                OPEN OUTPUT NOMBRE-DIARIO
012070                CLOSE NOMBRE-DIARIO
012080                OPEN EXTEND NOMBRE-DIARIO
012090         END-IF.
012100         MOVE SPACES TO DIARIO-RECORD.
012110         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
012120         ACCEPT DIA-HORA-MOVTO FROM TIME.
012130         MOVE WS-PROGRAMA TO DIA-PROGRAMA.
012140         MOVE WS-OPERADOR-FIRMADO TO DIA-OPERADOR.
012150         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
012160         MOVE NOM-NUM-EMPLEADO TO DIA-NUM-EMPLEADO.
012170         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
012180         IF NOT DIA-BAJA
012190                MOVE NOMBRE-RECORD TO DIA-IMAGEN-DESPUES
012200         END-IF.
012210         WRITE DIARIO-RECORD.
012220         CLOSE NOMBRE-DIARIO.
012230 4300-EXIT.
012240         EXIT.
