000170*                supervisor, salvo cuando el maestro no
000180*                existe o esta vacio: entonces permite el
000190*                alta inicial para arrancar el archivo.
000191* 2026-10-08 JP  Bitacora de seguridad NOMBRE-SEGUR: cada firma
000192*                fallida se anota con la clave tecleada, la
000193*                terminal, el programa, la fecha y la hora. Las
000194*                fallas consecutivas de cada clave se cuentan en
000195*                NOMBRE-FALLA (una firma exitosa las regresa a
000196*                cero) y al llegar a MAXFALLAS (5 si no se
000197*                indica) el operador se pone inactivo en
000198*                NOMBRE-OPER. Una clave sin nivel de supervisor
000199*                cuenta como firma fallida.
000200*                La reactivacion regresa a cero sus fallas.

000202 ENVIRONMENT DIVISION.

000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000250                ACCESS MODE IS DYNAMIC
000260                RECORD KEY IS OPE-ID
000270                FILE STATUS IS WS-STAT-OPER.
000271         SELECT NOMBRE-SEGUR ASSIGN TO "NOMSEGUR"
000272                ORGANIZATION IS SEQUENTIAL
000273                FILE STATUS IS WS-STAT-SEGUR.
000274         SELECT NOMBRE-FALLA ASSIGN TO "NOMFALLA"
000275                ORGANIZATION IS INDEXED
000276                ACCESS MODE IS DYNAMIC
000277                RECORD KEY IS FAL-CLAVE
000278                FILE STATUS IS WS-STAT-FALLA.

000280 DATA DIVISION.
000290 FILE SECTION.
000340             LABEL RECORDS ARE STANDARD.
000350 COPY "copybooks/operador.cpy".

000351*-----------------------------------------------------------
000352* NOMBRE-SEGUR - Bitacora de seguridad (firmas fallidas,
000353* opciones negadas y bloqueos)
000354*-----------------------------------------------------------
000355 FD  NOMBRE-SEGUR
000356             LABEL RECORDS ARE STANDARD
000357             RECORD CONTAINS 90 CHARACTERS.
000358 COPY "copybooks/seguridad.cpy".

000359*-----------------------------------------------------------
000360* NOMBRE-FALLA - Fallas consecutivas por clave (KSDS)
000361*-----------------------------------------------------------
000362 FD  NOMBRE-FALLA
000363             LABEL RECORDS ARE STANDARD.
000364 COPY "copybooks/fallas.cpy".

000365 WORKING-STORAGE SECTION.
000370*-----------------------------------------------------------
000380* CAMPOS DE TRABAJO
000390*-----------------------------------------------------------
000400 77  WS-STAT-OPER                PIC X(02) VALUE SPACES.
000410         88  OPER-OK                         VALUE "00".
000420         88  OPER-NO-EXISTE-ARCHIVO          VALUE "35".
000421 77  WS-STAT-SEGUR               PIC X(02) VALUE SPACES.
000422 77  WS-STAT-FALLA               PIC X(02) VALUE SPACES.
000423 77  WS-FALLA-EXISTE             PIC X(01) VALUE "N".
000424         88  FALLA-EXISTE                    VALUE "S".
000425 77  WS-PROGRAMA                 PIC X(24)
000426                VALUE "MANTENIMIENTO-OPERADORES".
000430 77  WS-OPCION                   PIC X(01).
000440         88  OPCION-ALTA                     VALUE "1".
000450         88  OPCION-CONSULTA                 VALUE "2".
000570         88  ARCHIVO-VACIO                   VALUE "S".
000580 77  WS-ID-TRABAJO               PIC X(08).
000590 77  WS-NIVEL-TRABAJO            PIC X(01).
000591 77  WS-SEG-TIPO                 PIC X(01) VALUE SPACE.
000592         88  EVENTO-FIRMA-FALLIDA            VALUE "F".
000593         88  EVENTO-OPCION-DENEGADA          VALUE "D".
000594         88  EVENTO-BLOQUEO                  VALUE "B".
000595 77  WS-SEG-CLAVE                PIC X(08) VALUE SPACES.
000596 77  WS-SEG-DETALLE              PIC X(30) VALUE SPACES.
000597 77  WS-SEG-FALLAS               PIC 9(03) VALUE ZERO.
000598 77  WS-MAX-FALLAS               PIC 9(03) VALUE 5.
000599 77  WS-FALLAS-CAPTURA           PIC X(03) VALUE SPACES.

000600 PROCEDURE DIVISION.
000610*=============================================================
000870                       "se permite el alta inicial"
000880                GO TO 1000-EXIT
000890         END-IF.
000891         ACCEPT WS-FALLAS-CAPTURA FROM ENVIRONMENT "MAXFALLAS".
000892         IF WS-FALLAS-CAPTURA IS NUMERIC
000893                MOVE WS-FALLAS-CAPTURA TO WS-MAX-FALLAS
000894         END-IF.
000895         IF WS-MAX-FALLAS = ZERO
000896                MOVE 5 TO WS-MAX-FALLAS
000897         END-IF.
000900         PERFORM 1200-FIRMAR-SUPERVISOR THRU 1200-EXIT
000910                UNTIL FIRMADO
000920                       OR WS-INTENTOS-FIRMA NOT LESS THAN
001220         DISPLAY "Clave de operador (supervisor): ".
001230         ACCEPT WS-OPERADOR-FIRMADO.
001240         MOVE WS-OPERADOR-FIRMADO TO OPE-ID.
001241         SET EVENTO-FIRMA-FALLIDA TO TRUE.
001242         MOVE WS-OPERADOR-FIRMADO TO WS-SEG-CLAVE.
001250         READ NOMBRE-OPER
001260                INVALID KEY
001270                       DISPLAY "AVISO: operador no registrado"
001271                       MOVE "CLAVE NO REGISTRADA"
001272                              TO WS-SEG-DETALLE
001273                       PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
001280                       GO TO 1200-EXIT
001290         END-READ.
001300         IF OPE-INACTIVO
001310                DISPLAY "AVISO: operador inactivo"
001311                MOVE "OPERADOR INACTIVO" TO WS-SEG-DETALLE
001312                PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
001320                GO TO 1200-EXIT
001330         END-IF.
001340         IF NOT OPE-SUPERVISOR
001350                DISPLAY "AVISO: se requiere nivel de supervisor"
001351                MOVE "NIVEL INSUFICIENTE" TO WS-SEG-DETALLE
001352                PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
001360                GO TO 1200-EXIT
001370         END-IF.
001380         SET FIRMADO TO TRUE.
001381         PERFORM 9540-LIMPIAR-FALLAS THRU 9540-EXIT.
001390         DISPLAY "Firmado: " OPE-NOMBRE.
001400 1200-EXIT.
001410         EXIT.
002730         END-IF.
002740         SET OPE-ACTIVO TO TRUE.
002750         REWRITE OPERADOR-RECORD.
002751         MOVE WS-ID-TRABAJO TO WS-SEG-CLAVE.
002752         PERFORM 9540-LIMPIAR-FALLAS THRU 9540-EXIT.
002760         DISPLAY "Operador reactivado".
002770 6000-EXIT.
002780         EXIT.
002840         DISPLAY "MANTENIMIENTO-OPERADORES: fin".
002850 9999-EXIT.
002860         EXIT.

002870*-------------------------------------------------------------
002880* 9500-REGISTRAR-FALLA - ANOTA UNA FALLA DE SEGURIDAD
002890* Suma la falla al contador de la clave, deja el evento en la
002900* bitacora de seguridad y, si la clave llego al maximo de fallas
002910* consecutivas, pone inactivo al operador.
002920*-------------------------------------------------------------
002930 9500-REGISTRAR-FALLA.
002940         PERFORM 9520-CONTAR-FALLA THRU 9520-EXIT.
002950         PERFORM 9510-GRABAR-EVENTO THRU 9510-EXIT.
002960         IF WS-SEG-FALLAS NOT LESS THAN WS-MAX-FALLAS
002970                PERFORM 9530-BLOQUEAR-OPERADOR THRU 9530-EXIT
002980         END-IF.
002990 9500-EXIT.
003000         EXIT.

003010*-------------------------------------------------------------
003020* 9510-GRABAR-EVENTO - AGREGA UN EVENTO A LA BITACORA DE
003030* SEGURIDAD, CREANDOLA SI NO EXISTE
003040*-------------------------------------------------------------
003050 9510-GRABAR-EVENTO.
003060         OPEN EXTEND NOMBRE-SEGUR.
003070         IF WS-STAT-SEGUR = "35"
003080                OPEN OUTPUT NOMBRE-SEGUR
003090                CLOSE NOMBRE-SEGUR
003100                OPEN EXTEND NOMBRE-SEGUR
003110         END-IF.
003120         IF WS-STAT-SEGUR NOT = "00"
003130                DISPLAY "ERROR: no se pudo abrir NOMBRE-SEGUR, "
003140                       "estado " WS-STAT-SEGUR
003150                GO TO 9510-EXIT
003160         END-IF.
003170         ACCEPT SEG-FECHA FROM DATE YYYYMMDD.
003180         ACCEPT SEG-HORA FROM TIME.
003190         MOVE WS-SEG-TIPO TO SEG-TIPO.
003200         MOVE WS-SEG-CLAVE TO SEG-CLAVE.
003210         ACCEPT SEG-TERMINAL FROM ENVIRONMENT "TERMID".
003220         MOVE WS-PROGRAMA TO SEG-PROGRAMA.
003230         MOVE WS-SEG-DETALLE TO SEG-DETALLE.
003240         MOVE WS-SEG-FALLAS TO SEG-FALLAS.
003250         WRITE NOMBRE-SEGUR-REC.
003260         CLOSE NOMBRE-SEGUR.
003270 9510-EXIT.
003280         EXIT.

003290*-------------------------------------------------------------
003300* 9520-CONTAR-FALLA - SUMA UNA FALLA CONSECUTIVA A LA CLAVE
003310*-------------------------------------------------------------
003320 9520-CONTAR-FALLA.
003330         MOVE ZERO TO WS-SEG-FALLAS.
003340         OPEN I-O NOMBRE-FALLA.
003350         IF WS-STAT-FALLA = "35"
003360                OPEN OUTPUT NOMBRE-FALLA
003370                CLOSE NOMBRE-FALLA
003380                OPEN I-O NOMBRE-FALLA
003390         END-IF.
003400         IF WS-STAT-FALLA NOT = "00"
003410                DISPLAY "ERROR: no se pudo abrir NOMBRE-FALLA, "
003420                       "estado " WS-STAT-FALLA
003430                GO TO 9520-EXIT
003440         END-IF.
003450         MOVE "S" TO WS-FALLA-EXISTE.
003460         MOVE WS-SEG-CLAVE TO FAL-CLAVE.
003470         READ NOMBRE-FALLA
003480                INVALID KEY
003490                       MOVE "N" TO WS-FALLA-EXISTE
003500                       MOVE ZERO TO FAL-CONSECUTIVAS
003510         END-READ.
003520         IF FAL-CONSECUTIVAS < 999
003530                ADD 1 TO FAL-CONSECUTIVAS
003540         END-IF.
003550         ACCEPT FAL-FECHA-ULTIMA FROM DATE YYYYMMDD.
003560         ACCEPT FAL-HORA-ULTIMA FROM TIME.
003570         MOVE WS-PROGRAMA TO FAL-PROGRAMA-ULTIMO.
003580         IF FALLA-EXISTE
003590                REWRITE FALLA-RECORD
003600         ELSE
003610                WRITE FALLA-RECORD
003620         END-IF.
003630         MOVE FAL-CONSECUTIVAS TO WS-SEG-FALLAS.
003640         CLOSE NOMBRE-FALLA.
003650 9520-EXIT.
003660         EXIT.

003670*-------------------------------------------------------------
003680* 9530-BLOQUEAR-OPERADOR - PONE INACTIVO AL OPERADOR QUE LLEGO
003690* AL MAXIMO DE FALLAS CONSECUTIVAS
003700* NOMBRE-OPER debe estar abierto en I-O. Una clave que no existe
003710* o que ya estaba inactiva no cambia nada.
003720*-------------------------------------------------------------
003730 9530-BLOQUEAR-OPERADOR.
003740         MOVE WS-SEG-CLAVE TO OPE-ID.
003750         READ NOMBRE-OPER
003760                INVALID KEY
003770                       GO TO 9530-EXIT
003780         END-READ.
003790         IF OPE-INACTIVO
003800                GO TO 9530-EXIT
003810         END-IF.
003820         SET OPE-INACTIVO TO TRUE.
003830         REWRITE OPERADOR-RECORD.
003840         DISPLAY "AVISO: operador " WS-SEG-CLAVE " bloqueado por "
003850                "fallas consecutivas".
003860         SET EVENTO-BLOQUEO TO TRUE.
003870         MOVE "OPERADOR BLOQUEADO" TO WS-SEG-DETALLE.
003880         PERFORM 9510-GRABAR-EVENTO THRU 9510-EXIT.
003890 9530-EXIT.
003900         EXIT.

003910*-------------------------------------------------------------
003920* 9540-LIMPIAR-FALLAS - REGRESA A CERO LAS FALLAS DE LA CLAVE
003930* AL FIRMAR CON EXITO O AL REACTIVAR AL OPERADOR
003940*-------------------------------------------------------------
003950 9540-LIMPIAR-FALLAS.
003960         OPEN I-O NOMBRE-FALLA.
003970         IF WS-STAT-FALLA NOT = "00"
003980                GO TO 9540-EXIT
003990         END-IF.
004000         MOVE WS-SEG-CLAVE TO FAL-CLAVE.
004010         READ NOMBRE-FALLA
004020                INVALID KEY
004030                       CLOSE NOMBRE-FALLA
004040                       GO TO 9540-EXIT
004050         END-READ.
004060         IF FAL-CONSECUTIVAS NOT = ZERO
004070                MOVE ZERO TO FAL-CONSECUTIVAS
004080                REWRITE FALLA-RECORD
004090         END-IF.
004100         CLOSE NOMBRE-FALLA.
004110 9540-EXIT.
004120         EXIT.
