000010* Reasignacion de numeros reservados al numero real de empleado
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. REASIGNA-NUMERO.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-14.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-14 JP  Version original: cambia un numero de
000120*                empleado reservado de las conversiones por el
000130*                numero real que resolvio recursos humanos
000140*                (archivo NOMBRE-REASG, copy REASIGNA) en el
000150*                maestro, el historico NOMBRE-ARCH, la bitacora
000160*                NOMBRE-HIST y los pendientes de confirmacion
000170*                NOMBRE-PENDC. En el maestro el cambio de llave
000180*                queda en el diario NOMBRE-DIARIO como baja del
000190*                numero reservado y alta del numero real, y sale
000200*                igual al extracto para los suscriptores. El
000210*                reporte REARPT lista lo reasignado y lo
000220*                rechazado con sus totales.

000230 ENVIRONMENT DIVISION.

000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260         SELECT NOMBRE-REASG ASSIGN TO "NOMREASG"
000270                ORGANIZATION IS SEQUENTIAL
000280                FILE STATUS IS WS-STAT-REASG.
000290         SELECT NOMBRE-ROSTER ASSIGN TO "NOMROSTR"
000300                ORGANIZATION IS INDEXED
000310                ACCESS MODE IS DYNAMIC
000320                RECORD KEY IS ROS-NUM-EMPLEADO
000330                ALTERNATE RECORD KEY IS ROS-NOMBRE
000340                       WITH DUPLICATES
000350                FILE STATUS IS WS-STAT-ROSTER.
000360         SELECT NOMBRE-MASTER ASSIGN TO "NOMMSTR"
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS DYNAMIC
000390                RECORD KEY IS NOM-NUM-EMPLEADO
000400                ALTERNATE RECORD KEY IS NOM-NOMBRE
000410                       WITH DUPLICATES
000420                ALTERNATE RECORD KEY IS NOM-APELLIDO-PATERNO
000430                       WITH DUPLICATES
000440                FILE STATUS IS WS-STAT-MASTER.
000450         SELECT NOMBRE-ARCH ASSIGN TO "NOMARCH"
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS DYNAMIC
000480                RECORD KEY IS ARC-NUM-EMPLEADO
000490                ALTERNATE RECORD KEY IS ARC-NOMBRE
000500                       WITH DUPLICATES
000510                ALTERNATE RECORD KEY IS ARC-APELLIDO-PATERNO
000520                       WITH DUPLICATES
000530                FILE STATUS IS WS-STAT-ARCH.
000540         SELECT NOMBRE-HIST ASSIGN TO "NOMHIST"
000550                ORGANIZATION IS SEQUENTIAL
000560                FILE STATUS IS WS-STAT-HIST.
000570         SELECT NOMBRE-PENDC ASSIGN TO "NOMPENDC"
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS DYNAMIC
000600                RECORD KEY IS PEN-LLAVE
000610                FILE STATUS IS WS-STAT-PENDC.
000620         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000630                ORGANIZATION IS SEQUENTIAL
000640                FILE STATUS IS WS-STAT-DIARIO.
000650         SELECT NOMBRE-EXTR ASSIGN TO "NOMEXTR"
000660                ORGANIZATION IS SEQUENTIAL
000670                FILE STATUS IS WS-STAT-EXTR.
000680         SELECT NOMBRE-EXSEQ ASSIGN TO "NOMEXSEQ"
000690                ORGANIZATION IS SEQUENTIAL
000700                FILE STATUS IS WS-STAT-EXSEQ.
000710         SELECT REASG-RPT ASSIGN TO "REARPT"
000720                ORGANIZATION IS SEQUENTIAL
000730                FILE STATUS IS WS-STAT-RPT.

000740 DATA DIVISION.
000750 FILE SECTION.
000760*-----------------------------------------------------------
000770* NOMBRE-REASG - Reasignaciones de numero resueltas por RH
000780*-----------------------------------------------------------
000790 FD  NOMBRE-REASG
000800             LABEL RECORDS ARE STANDARD
000810             RECORD CONTAINS 80 CHARACTERS.
000820 COPY "copybooks/reasigna.cpy".

000830*-----------------------------------------------------------
000840* NOMBRE-ROSTER - Padron autorizado de personal (KSDS)
000850*-----------------------------------------------------------
000860 FD  NOMBRE-ROSTER
000870             LABEL RECORDS ARE STANDARD.
000880 COPY "copybooks/roster.cpy".

000890*-----------------------------------------------------------
000900* NOMBRE-MASTER - Maestro de nombres capturados (KSDS)
000910*-----------------------------------------------------------
000920 FD  NOMBRE-MASTER
000930             LABEL RECORDS ARE STANDARD.
000940 COPY "copybooks/nombre.cpy".

000950*-----------------------------------------------------------
000960* NOMBRE-ARCH - Archivo historico de registros purgados (KSDS)
000970*-----------------------------------------------------------
000980 FD  NOMBRE-ARCH
000990             LABEL RECORDS ARE STANDARD.
001000 COPY "copybooks/archivo.cpy".

001010*-----------------------------------------------------------
001020* NOMBRE-HIST - Bitacora historica de bajas y cambios
001030*-----------------------------------------------------------
001040 FD  NOMBRE-HIST
001050             LABEL RECORDS ARE STANDARD
001060             RECORD CONTAINS 125 CHARACTERS.
001070 COPY "copybooks/historia.cpy".

001080*-----------------------------------------------------------
001090* NOMBRE-PENDC - Confirmaciones pendientes por suscriptor
001100*-----------------------------------------------------------
001110 FD  NOMBRE-PENDC
001120             LABEL RECORDS ARE STANDARD.
001130 COPY "copybooks/pendconf.cpy".

001140*-----------------------------------------------------------
001150* NOMBRE-DIARIO - Diario de actualizaciones del maestro
001160*-----------------------------------------------------------
001170 FD  NOMBRE-DIARIO
001180             LABEL RECORDS ARE STANDARD
001190             RECORD CONTAINS 290 CHARACTERS.
001200 COPY "copybooks/diario.cpy".

001210*-----------------------------------------------------------
001220* NOMBRE-EXTR - Interfaz de ancho fijo para sistemas de bajada
001230*-----------------------------------------------------------
001240 FD  NOMBRE-EXTR
001250             LABEL RECORDS ARE STANDARD.
001260 COPY "copybooks/extracto.cpy".

001270*-----------------------------------------------------------
001280* NOMBRE-EXSEQ - Control del consecutivo de extraccion
001290*-----------------------------------------------------------
001300 FD  NOMBRE-EXSEQ
001310             LABEL RECORDS ARE STANDARD
001320             RECORD CONTAINS 10 CHARACTERS.
001330 01  NOMBRE-EXSEQ-REC                PIC 9(10).

001340*-----------------------------------------------------------
001350* REASG-RPT - Reporte de control de la reasignacion
001360*-----------------------------------------------------------
001370 FD  REASG-RPT
001380             LABEL RECORDS ARE STANDARD
001390             RECORD CONTAINS 80 CHARACTERS.
001400 01  REASG-RPT-REC                   PIC X(80).

001410 WORKING-STORAGE SECTION.
001420*-----------------------------------------------------------
001430* CAMPOS DE TRABAJO
001440*-----------------------------------------------------------
001450 77  WS-STAT-REASG               PIC X(02) VALUE SPACES.
001460 77  WS-STAT-ROSTER              PIC X(02) VALUE SPACES.
001470 77  WS-STAT-MASTER              PIC X(02) VALUE SPACES.
001480 77  WS-STAT-ARCH                PIC X(02) VALUE SPACES.
001490 77  WS-STAT-HIST                PIC X(02) VALUE SPACES.
001500 77  WS-STAT-PENDC               PIC X(02) VALUE SPACES.
001510 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
001520 77  WS-STAT-EXTR                PIC X(02) VALUE SPACES.
001530 77  WS-STAT-EXSEQ               PIC X(02) VALUE SPACES.
001540 77  WS-STAT-RPT                 PIC X(02) VALUE SPACES.
001550 77  WS-FIN-REASG                PIC X(01) VALUE "N".
001560         88  FIN-REASG                       VALUE "S".
001570 77  WS-FIN-HIST                 PIC X(01) VALUE "N".
001580         88  FIN-HIST                        VALUE "S".
001590 77  WS-FIN-PENDC                PIC X(01) VALUE "N".
001600         88  FIN-PENDC                       VALUE "S".
001610 77  WS-ARCHIVO-DISPONIBLE       PIC X(01) VALUE "N".
001620         88  ARCHIVO-DISPONIBLE              VALUE "S".
001630 77  WS-REASIGNACION-VALIDA      PIC X(01) VALUE "N".
001640         88  REASIGNACION-VALIDA             VALUE "S".
001650 77  WS-EN-MAESTRO               PIC X(01) VALUE "N".
001660         88  EN-MAESTRO                      VALUE "S".
001670 77  WS-EN-ARCHIVO               PIC X(01) VALUE "N".
001680         88  EN-ARCHIVO                      VALUE "S".
001690 77  WS-MAESTRO-MOVIDO           PIC X(01) VALUE "N".
001700         88  MAESTRO-MOVIDO                  VALUE "S".
001710 77  WS-ARCHIVO-MOVIDO           PIC X(01) VALUE "N".
001720         88  ARCHIVO-MOVIDO                  VALUE "S".
001721 77  WS-REASIGNACION-PARCIAL     PIC X(01) VALUE "N".
001722         88  REASIGNACION-PARCIAL            VALUE "S".
001730 77  WS-NUM-RESERVADO            PIC 9(08) VALUE ZERO.
001740         88  NUMERO-RESERVADO                VALUE 98000001
001750                                             THRU 98999999
001760                                                   99000001
001770                                             THRU 99999999.
001780 77  WS-NUM-REAL                 PIC 9(08) VALUE ZERO.
001790         88  REAL-EN-RANGO-RESERVADO         VALUE 98000001
001800                                             THRU 99999999.
001810 77  WS-NOMBRE-REGISTRO          PIC X(30) VALUE SPACES.
001820 77  WS-NOMBRE-PADRON            PIC X(30) VALUE SPACES.
001830 77  WS-OBSERVACION              PIC X(20) VALUE SPACES.
001840 77  WS-IMAGEN-VIEJA             PIC X(112) VALUE SPACES.
001850 77  WS-IMAGEN-NUEVA             PIC X(112) VALUE SPACES.
001860 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
001870 77  WS-DIARIO-NUM               PIC 9(08) VALUE ZERO.
001880 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
001890 77  WS-DIARIO-DESPUES           PIC X(112) VALUE SPACES.
001900 77  WS-TIPO-EXTRACTO            PIC X(01) VALUE SPACE.
001910 77  WS-EXT-NUM-EMPLEADO         PIC 9(08) VALUE ZERO.
001920 77  WS-EXT-SECUENCIA            PIC 9(10) VALUE ZERO.
001930 77  WS-REINTENTOS               PIC 9(02) COMP VALUE ZERO.
001940 77  WS-MAX-REINTENTOS           PIC 9(02) COMP VALUE 3.
001950 77  WS-EXSEQ-ABIERTO            PIC X(01) VALUE "N".
001960         88  EXSEQ-ABIERTO                   VALUE "S".
001970 77  WS-SEC-EXTR-TOMADA          PIC X(01) VALUE "N".
001980         88  SEC-EXTR-TOMADA                 VALUE "S".
001990 77  WS-NUM-BUSCAR               PIC 9(08) VALUE ZERO.
002000 77  WS-TAB-USADOS               PIC 9(03) COMP VALUE ZERO.
002010 77  WS-TAB-SUB                  PIC 9(03) COMP.
002020 77  WS-TAB-MAX                  PIC 9(03) COMP VALUE 500.
002030 77  WS-TAB-HALLADO              PIC X(01) VALUE "N".
002040         88  TAB-HALLADO                     VALUE "S".
002050 77  WS-CONTADOR-LEIDOS          PIC 9(07) COMP VALUE ZERO.
002060 77  WS-CONTADOR-REASIGNADOS     PIC 9(07) COMP VALUE ZERO.
002070 77  WS-CONTADOR-RECHAZADOS      PIC 9(07) COMP VALUE ZERO.
002071 77  WS-CONTADOR-PARCIALES       PIC 9(07) COMP VALUE ZERO.
002080 77  WS-CONTADOR-MAESTRO         PIC 9(07) COMP VALUE ZERO.
002090 77  WS-CONTADOR-ARCHIVO         PIC 9(07) COMP VALUE ZERO.
002100 77  WS-CONTADOR-HISTORIA        PIC 9(07) COMP VALUE ZERO.
002110 77  WS-CONTADOR-PENDIENTES      PIC 9(07) COMP VALUE ZERO.
002120 77  WS-FECHA-CORRIDA            PIC 9(08).
002130 77  WS-RETORNO                  PIC 9(04) COMP VALUE ZERO.

002140*-----------------------------------------------------------
002150* TABLA DE REASIGNACIONES APLICADAS EN LA CORRIDA
002160* Con ella se recorren una sola vez la bitacora y los
002170* pendientes al final de la corrida.
002180*-----------------------------------------------------------
002190 01  WS-TABLA-REASIGNA.
002200         05  WS-TAB-ENTRADA OCCURS 500 TIMES.
002210                10  TAB-NUM-RESERVADO       PIC 9(08).
002220                10  TAB-NUM-REAL            PIC 9(08).

002230*-----------------------------------------------------------
002240* LINEAS DEL REPORTE DE CONTROL
002250*-----------------------------------------------------------
002260 01  WS-REA-ENCABEZADO.
002270         05  FILLER                  PIC X(01) VALUE SPACE.
002280         05  FILLER                  PIC X(34)
002290                    VALUE "REASIGNACION DE NUMEROS RESERVADOS".
002300         05  FILLER                  PIC X(08) VALUE " FECHA: ".
002310         05  REA-FECHA               PIC 9(08).
002320 01  WS-REA-COLUMNAS.
002330         05  FILLER                  PIC X(01) VALUE SPACE.
002340         05  FILLER                  PIC X(18)
002350                    VALUE "RESERVADO REAL    ".
002360         05  FILLER                  PIC X(10)
002370                    VALUE "RESULTADO ".
002380         05  FILLER                  PIC X(31)
002390                    VALUE "NOMBRE                         ".
002400         05  FILLER                  PIC X(11)
002410                    VALUE "OBSERVACION".
002420 01  WS-REA-DETALLE.
002430         05  FILLER                  PIC X(01) VALUE SPACE.
002440         05  REA-NUM-RESERVADO       PIC X(08).
002450         05  FILLER                  PIC X(02) VALUE SPACES.
002460         05  REA-NUM-REAL            PIC X(08).
002470         05  FILLER                  PIC X(01) VALUE SPACE.
002480         05  REA-RESULTADO           PIC X(09).
002490         05  FILLER                  PIC X(01) VALUE SPACE.
002500         05  REA-NOMBRE              PIC X(30).
002510         05  FILLER                  PIC X(01) VALUE SPACE.
002520         05  REA-OBSERVACION         PIC X(19).
002530 01  WS-REA-PADRON.
002540         05  FILLER                  PIC X(21) VALUE SPACES.
002550         05  FILLER                  PIC X(09) VALUE "PADRON:  ".
002560         05  REA-NOMBRE-PADRON       PIC X(30).
002570 01  WS-REA-TOTAL.
002580         05  FILLER                  PIC X(01) VALUE SPACE.
002590         05  REA-CONCEPTO            PIC X(30).
002600         05  REA-CONTADOR            PIC ZZZ,ZZ9.

002610 PROCEDURE DIVISION.
002620*=============================================================
002630* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
002640*=============================================================
002650 0000-MAINLINE.
002660         ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
002670         PERFORM 1000-INICIAR THRU 1000-EXIT.
002680         IF WS-RETORNO GREATER THAN 4
002690                MOVE WS-RETORNO TO RETURN-CODE
002700                STOP RUN
002710         END-IF.
002720         PERFORM 2000-PROCESAR-REASIGNACION THRU 2000-EXIT
002730                UNTIL FIN-REASG.
002740         IF WS-TAB-USADOS GREATER THAN ZERO
002750                PERFORM 4000-ACTUALIZAR-HISTORIA THRU 4000-EXIT
002760                PERFORM 4500-ACTUALIZAR-PENDIENTES THRU 4500-EXIT
002770         END-IF.
002780         PERFORM 9999-TERMINAR THRU 9999-EXIT.
002790         MOVE WS-RETORNO TO RETURN-CODE.
002800         STOP RUN.

002810*-------------------------------------------------------------
002820* 1000-INICIAR - ABRE ARCHIVOS Y HACE LA LECTURA DE ARRANQUE
002830* Sin reasignaciones, sin padron o sin maestro la corrida no
002840* puede validar ni aplicar nada: falla dura. Sin historico se
002850* avisa y solo se reasigna lo que esta en el maestro.
002860*-------------------------------------------------------------
002870 1000-INICIAR.
002880         DISPLAY "REASIGNA-NUMERO: inicio".
002890         OPEN INPUT NOMBRE-REASG.
002900         IF WS-STAT-REASG NOT = "00"
002910                DISPLAY "ERROR: archivo de reasignaciones no "
002920                       "disponible, status " WS-STAT-REASG
002930                MOVE 8 TO WS-RETORNO
002940                GO TO 1000-EXIT
002950         END-IF.
002960         OPEN INPUT NOMBRE-ROSTER.
002970         IF WS-STAT-ROSTER NOT = "00"
002980                DISPLAY "ERROR: padron no disponible, status "
002990                       WS-STAT-ROSTER
003000                CLOSE NOMBRE-REASG
003010                MOVE 8 TO WS-RETORNO
003020                GO TO 1000-EXIT
003030         END-IF.
003040         OPEN I-O NOMBRE-MASTER.
003050         IF WS-STAT-MASTER NOT = "00"
003060                DISPLAY "ERROR: maestro de nombres no "
003070                       "disponible, status " WS-STAT-MASTER
003080                CLOSE NOMBRE-REASG
003090                CLOSE NOMBRE-ROSTER
003100                MOVE 8 TO WS-RETORNO
003110                GO TO 1000-EXIT
003120         END-IF.
003130         OPEN I-O NOMBRE-ARCH.
003140         IF WS-STAT-ARCH = "00"
003150                SET ARCHIVO-DISPONIBLE TO TRUE
003160         ELSE
003170                DISPLAY "AVISO: archivo historico no disponible, "
003180                       "status " WS-STAT-ARCH
003190         END-IF.
003200         PERFORM 1200-ABRIR-EXTRACTO THRU 1200-EXIT.
003210         PERFORM 1500-ABRIR-REPORTE THRU 1500-EXIT.
003220         PERFORM 2010-LEER-REASIGNACION THRU 2010-EXIT.
003230 1000-EXIT.
003240         EXIT.

003250*-------------------------------------------------------------
003260* 1200-ABRIR-EXTRACTO - ABRE LA INTERFAZ EN MODO EXTEND
003270*-------------------------------------------------------------
003280 1200-ABRIR-EXTRACTO.
003290         OPEN EXTEND NOMBRE-EXTR.
003300         IF WS-STAT-EXTR = "35"
003310                OPEN OUTPUT NOMBRE-EXTR
003320                CLOSE NOMBRE-EXTR
003330                OPEN EXTEND NOMBRE-EXTR
003340         END-IF.
003350 1200-EXIT.
003360         EXIT.

003370*-------------------------------------------------------------
003380* 1500-ABRIR-REPORTE - ABRE EL REPORTE DE CONTROL
003390*-------------------------------------------------------------
003400 1500-ABRIR-REPORTE.
003410         OPEN OUTPUT REASG-RPT.
003420         MOVE WS-FECHA-CORRIDA TO REA-FECHA.
003430         WRITE REASG-RPT-REC FROM WS-REA-ENCABEZADO.
003440         MOVE SPACES TO REASG-RPT-REC.
003450         WRITE REASG-RPT-REC.
003460         WRITE REASG-RPT-REC FROM WS-REA-COLUMNAS.
003470 1500-EXIT.
003480         EXIT.

003490*-------------------------------------------------------------
003500* 2000-PROCESAR-REASIGNACION - VALIDA Y APLICA UNA REASIGNACION
003510* Todo se valida antes de mover nada, para que una
003520* reasignacion quede completa o no se haga.
003530*-------------------------------------------------------------
003540 2000-PROCESAR-REASIGNACION.
003550         ADD 1 TO WS-CONTADOR-LEIDOS.
003560         PERFORM 2100-VALIDAR-REASIGNACION THRU 2100-EXIT.
003570         IF REASIGNACION-VALIDA
003580                PERFORM 3000-APLICAR-REASIGNACION THRU 3000-EXIT
003590         ELSE
003600                PERFORM 6000-REPORTAR-RECHAZO THRU 6000-EXIT
003610         END-IF.
003620         PERFORM 2010-LEER-REASIGNACION THRU 2010-EXIT.
003630 2000-EXIT.
003640         EXIT.

003650*-------------------------------------------------------------
003660* 2010-LEER-REASIGNACION - LEE LA SIGUIENTE REASIGNACION
003670*-------------------------------------------------------------
003680 2010-LEER-REASIGNACION.
003690         READ NOMBRE-REASG
003700                AT END SET FIN-REASG TO TRUE
003710         END-READ.
003720 2010-EXIT.
003730         EXIT.

003740*-------------------------------------------------------------
003750* 2100-VALIDAR-REASIGNACION - REVISA NUMEROS, PADRON Y LLAVES
003760* El numero viejo debe ser del rango reservado y existir en el
003770* maestro o en el historico; el real debe estar en el padron,
003780* activo o no, y no estar ya ocupado en el archivo donde se va
003790* a mover el registro.
003800*-------------------------------------------------------------
003810 2100-VALIDAR-REASIGNACION.
003820         MOVE "N" TO WS-REASIGNACION-VALIDA.
003830         MOVE "N" TO WS-EN-MAESTRO.
003840         MOVE "N" TO WS-EN-ARCHIVO.
003850         MOVE SPACES TO WS-NOMBRE-REGISTRO.
003860         MOVE SPACES TO WS-NOMBRE-PADRON.
003870         IF RSG-NUM-RESERVADO IS NOT NUMERIC
003880                MOVE "RESERVADO INVALIDO" TO WS-OBSERVACION
003890                GO TO 2100-EXIT
003900         END-IF.
003910         IF RSG-NUM-REAL IS NOT NUMERIC
003920                MOVE "REAL INVALIDO" TO WS-OBSERVACION
003930                GO TO 2100-EXIT
003940         END-IF.
003950         MOVE RSG-NUM-RESERVADO TO WS-NUM-RESERVADO.
003960         MOVE RSG-NUM-REAL TO WS-NUM-REAL.
003970         IF NOT NUMERO-RESERVADO
003980                MOVE "NO ES RESERVADO" TO WS-OBSERVACION
003990                GO TO 2100-EXIT
004000         END-IF.
004010         IF WS-NUM-REAL = ZERO
004020                OR REAL-EN-RANGO-RESERVADO
004030                MOVE "REAL INVALIDO" TO WS-OBSERVACION
004040                GO TO 2100-EXIT
004050         END-IF.
004060         MOVE WS-NUM-REAL TO ROS-NUM-EMPLEADO.
004070         READ NOMBRE-ROSTER
004080                INVALID KEY
004090                       MOVE "REAL FUERA DE PADRON"
004100                              TO WS-OBSERVACION
004110                       GO TO 2100-EXIT
004120         END-READ.
004130         MOVE ROS-NOMBRE TO WS-NOMBRE-PADRON.
004140         MOVE WS-NUM-RESERVADO TO NOM-NUM-EMPLEADO.
004150         READ NOMBRE-MASTER
004160                INVALID KEY
004170                       CONTINUE
004180                NOT INVALID KEY
004190                       SET EN-MAESTRO TO TRUE
004200                       MOVE NOM-NOMBRE TO WS-NOMBRE-REGISTRO
004210         END-READ.
004220         IF ARCHIVO-DISPONIBLE
004230                MOVE WS-NUM-RESERVADO TO ARC-NUM-EMPLEADO
004240                READ NOMBRE-ARCH
004250                       INVALID KEY
004260                              CONTINUE
004270                       NOT INVALID KEY
004280                              SET EN-ARCHIVO TO TRUE
004290                              IF NOT EN-MAESTRO
004300                                     MOVE ARC-NOMBRE
004310                                            TO WS-NOMBRE-REGISTRO
004320                              END-IF
004330                END-READ
004340         END-IF.
004350         IF NOT EN-MAESTRO AND NOT EN-ARCHIVO
004360                MOVE "RESERVADO NO EXISTE" TO WS-OBSERVACION
004370                GO TO 2100-EXIT
004380         END-IF.
004390         IF EN-MAESTRO
004400                MOVE WS-NUM-REAL TO NOM-NUM-EMPLEADO
004410                READ NOMBRE-MASTER
004420                       INVALID KEY
004430                              CONTINUE
004440                       NOT INVALID KEY
004450                              MOVE "REAL YA EN MAESTRO"
004460                                     TO WS-OBSERVACION
004470                              GO TO 2100-EXIT
004480                END-READ
004490         END-IF.
004500         IF EN-ARCHIVO
004510                MOVE WS-NUM-REAL TO ARC-NUM-EMPLEADO
004520                READ NOMBRE-ARCH
004530                       INVALID KEY
004540                              CONTINUE
004550                       NOT INVALID KEY
004560                              MOVE "REAL YA EN HISTORICO"
004570                                     TO WS-OBSERVACION
004580                              GO TO 2100-EXIT
004590                END-READ
004600         END-IF.
004610         IF WS-TAB-USADOS NOT LESS THAN WS-TAB-MAX
004620                MOVE "TABLA LLENA" TO WS-OBSERVACION
004630                GO TO 2100-EXIT
004640         END-IF.
004650         SET REASIGNACION-VALIDA TO TRUE.
004660 2100-EXIT.
004670         EXIT.

004680*-------------------------------------------------------------
004690* 3000-APLICAR-REASIGNACION - MUEVE LOS REGISTROS AL NUMERO REAL
004700* La pareja aplicada se guarda en la tabla para la pasada de
004710* la bitacora y de los pendientes al final de la corrida.
004711* Si el numero estaba en el maestro y en el historico y solo
004712* uno de los dos se pudo mover, la pareja sale PARCIAL y no
004713* pasa a la tabla; al volver a someterla se valida y se mueve
004714* lo que falto, y entonces si se pasa a la bitacora.
004720*-------------------------------------------------------------
004730 3000-APLICAR-REASIGNACION.
004740         MOVE "N" TO WS-MAESTRO-MOVIDO.
004750         MOVE "N" TO WS-ARCHIVO-MOVIDO.
004751         MOVE "N" TO WS-REASIGNACION-PARCIAL.
004760         IF EN-MAESTRO
004770                PERFORM 3100-REASIGNAR-MAESTRO THRU 3100-EXIT
004780         END-IF.
004790         IF EN-ARCHIVO
004800                PERFORM 3200-REASIGNAR-ARCHIVO THRU 3200-EXIT
004810         END-IF.
004820         IF NOT MAESTRO-MOVIDO AND NOT ARCHIVO-MOVIDO
004830                MOVE "ERROR AL GRABAR" TO WS-OBSERVACION
004840                MOVE 8 TO WS-RETORNO
004850                PERFORM 6000-REPORTAR-RECHAZO THRU 6000-EXIT
004860                GO TO 3000-EXIT
004870         END-IF.
004871         IF (EN-MAESTRO AND NOT MAESTRO-MOVIDO)
004872                OR (EN-ARCHIVO AND NOT ARCHIVO-MOVIDO)
004873                SET REASIGNACION-PARCIAL TO TRUE
004874                MOVE 8 TO WS-RETORNO
004875                ADD 1 TO WS-CONTADOR-PARCIALES
004876                PERFORM 6100-REPORTAR-APLICADO THRU 6100-EXIT
004877                GO TO 3000-EXIT
004878         END-IF.
004880         ADD 1 TO WS-CONTADOR-REASIGNADOS.
004890         ADD 1 TO WS-TAB-USADOS.
004900         MOVE WS-NUM-RESERVADO
004910                TO TAB-NUM-RESERVADO (WS-TAB-USADOS).
004920         MOVE WS-NUM-REAL TO TAB-NUM-REAL (WS-TAB-USADOS).
004930         PERFORM 6100-REPORTAR-APLICADO THRU 6100-EXIT.
004940 3000-EXIT.
004950         EXIT.

004960*-------------------------------------------------------------
004970* 3100-REASIGNAR-MAESTRO - CAMBIA LA LLAVE DEL MAESTRO
004980* La llave primaria no se regraba: se graba el registro con el
004990* numero real y se borra el del reservado. El diario y el
005000* extracto reciben la baja del reservado y el alta del real,
005010* en ese orden, para que RECUPERA-MAESTRO y los suscriptores
005020* repitan el mismo cambio de llave.
005030*-------------------------------------------------------------
005040 3100-REASIGNAR-MAESTRO.
005050         MOVE WS-NUM-RESERVADO TO NOM-NUM-EMPLEADO.
005060         READ NOMBRE-MASTER
005070                INVALID KEY
005080                       DISPLAY "ERROR: no se releyo el reservado "
005090                              WS-NUM-RESERVADO
005100                       GO TO 3100-EXIT
005110         END-READ.
005120         MOVE NOMBRE-RECORD TO WS-IMAGEN-VIEJA.
005130         MOVE WS-NUM-REAL TO NOM-NUM-EMPLEADO.
005140         WRITE NOMBRE-RECORD
005150                INVALID KEY
005160                       DISPLAY "ERROR: no se grabo el real "
005170                              WS-NUM-REAL " status "
005180                              WS-STAT-MASTER
005190                       GO TO 3100-EXIT
005200         END-WRITE.
005210         MOVE NOMBRE-RECORD TO WS-IMAGEN-NUEVA.
005220         MOVE WS-NUM-RESERVADO TO NOM-NUM-EMPLEADO.
005230         DELETE NOMBRE-MASTER RECORD
005240                INVALID KEY
005250                       DISPLAY "ERROR: no se borro el reservado "
005260                              WS-NUM-RESERVADO " status "
005270                              WS-STAT-MASTER
005280                       MOVE 8 TO WS-RETORNO
005290         END-DELETE.
005300         SET MAESTRO-MOVIDO TO TRUE.
005310         ADD 1 TO WS-CONTADOR-MAESTRO.
005320         MOVE "B" TO WS-DIARIO-TIPO.
005330         MOVE WS-NUM-RESERVADO TO WS-DIARIO-NUM.
005340         MOVE WS-IMAGEN-VIEJA TO WS-DIARIO-ANTES.
005350         MOVE SPACES TO WS-DIARIO-DESPUES.
005360         PERFORM 5100-GRABAR-DIARIO THRU 5100-EXIT.
005370         MOVE "A" TO WS-DIARIO-TIPO.
005380         MOVE WS-NUM-REAL TO WS-DIARIO-NUM.
005390         MOVE SPACES TO WS-DIARIO-ANTES.
005400         MOVE WS-IMAGEN-NUEVA TO WS-DIARIO-DESPUES.
005410         PERFORM 5100-GRABAR-DIARIO THRU 5100-EXIT.
005420         MOVE "B" TO WS-TIPO-EXTRACTO.
005430         MOVE WS-NUM-RESERVADO TO WS-EXT-NUM-EMPLEADO.
005440         PERFORM 5200-GRABAR-EXTRACTO THRU 5200-EXIT.
005450         MOVE "A" TO WS-TIPO-EXTRACTO.
005460         MOVE WS-NUM-REAL TO WS-EXT-NUM-EMPLEADO.
005470         PERFORM 5200-GRABAR-EXTRACTO THRU 5200-EXIT.
005480 3100-EXIT.
005490         EXIT.

005500*-------------------------------------------------------------
005510* 3200-REASIGNAR-ARCHIVO - CAMBIA LA LLAVE DEL HISTORICO
005520*-------------------------------------------------------------
005530 3200-REASIGNAR-ARCHIVO.
005540         MOVE WS-NUM-RESERVADO TO ARC-NUM-EMPLEADO.
005550         READ NOMBRE-ARCH
005560                INVALID KEY
005570                       DISPLAY "ERROR: no se releyo el reservado "
005580                              WS-NUM-RESERVADO " en el historico"
005590                       GO TO 3200-EXIT
005600         END-READ.
005610         MOVE WS-NUM-REAL TO ARC-NUM-EMPLEADO.
005620         WRITE ARCHIVO-RECORD
005630                INVALID KEY
005640                       DISPLAY "ERROR: no se grabo el real "
005650                              WS-NUM-REAL " en el historico, "
005660                              "status " WS-STAT-ARCH
005670                       GO TO 3200-EXIT
005680         END-WRITE.
005690         MOVE WS-NUM-RESERVADO TO ARC-NUM-EMPLEADO.
005700         DELETE NOMBRE-ARCH RECORD
005710                INVALID KEY
005720                       DISPLAY "ERROR: no se borro el reservado "
005730                              WS-NUM-RESERVADO " del historico, "
005740                              "status " WS-STAT-ARCH
005750                       MOVE 8 TO WS-RETORNO
005760         END-DELETE.
005770         SET ARCHIVO-MOVIDO TO TRUE.
005780         ADD 1 TO WS-CONTADOR-ARCHIVO.
005790 3200-EXIT.
005800         EXIT.

005810*-------------------------------------------------------------
005820* 4000-ACTUALIZAR-HISTORIA - PASA A LA BITACORA LOS NUMEROS
005830* REASIGNADOS
005840* Un solo recorrido de NOMBRE-HIST regrabando en su lugar cada
005850* movimiento cuyo numero esta en la tabla de la corrida.
005860*-------------------------------------------------------------
005870 4000-ACTUALIZAR-HISTORIA.
005880         OPEN I-O NOMBRE-HIST.
005890         IF WS-STAT-HIST NOT = "00"
005900                DISPLAY "AVISO: bitacora historica no "
005910                       "disponible, status " WS-STAT-HIST
005920                GO TO 4000-EXIT
005930         END-IF.
005940         PERFORM 4010-LEER-HISTORIA THRU 4010-EXIT.
005950         PERFORM 4100-REVISAR-HISTORIA THRU 4100-EXIT
005960                UNTIL FIN-HIST.
005970         CLOSE NOMBRE-HIST.
005980 4000-EXIT.
005990         EXIT.

006000*-------------------------------------------------------------
006010* 4010-LEER-HISTORIA - LEE EL SIGUIENTE MOVIMIENTO
006020*-------------------------------------------------------------
006030 4010-LEER-HISTORIA.
006040         READ NOMBRE-HIST
006050                AT END SET FIN-HIST TO TRUE
006060         END-READ.
006070 4010-EXIT.
006080         EXIT.

006090*-------------------------------------------------------------
006100* 4100-REVISAR-HISTORIA - REGRABA UN MOVIMIENTO REASIGNADO
006110*-------------------------------------------------------------
006120 4100-REVISAR-HISTORIA.
006130         IF HIS-NUM-EMPLEADO IS NOT NUMERIC
006140                GO TO 4100-LEER
006150         END-IF.
006160         MOVE HIS-NUM-EMPLEADO TO WS-NUM-BUSCAR.
006170         PERFORM 4900-BUSCAR-REASIGNACION THRU 4900-EXIT.
006180         IF TAB-HALLADO
006190                MOVE TAB-NUM-REAL (WS-TAB-SUB) TO HIS-NUM-EMPLEADO
006200                REWRITE NOMBRE-HIST-REC
006210                IF WS-STAT-HIST = "00"
006211                       ADD 1 TO WS-CONTADOR-HISTORIA
006212                ELSE
006213                       DISPLAY "ERROR: no se regrabo la bitacora "
006214                              "de " HIS-NUM-EMPLEADO " status "
006215                              WS-STAT-HIST
006216                       MOVE 8 TO WS-RETORNO
006217                END-IF
006220         END-IF.
006230 4100-LEER.
006240         PERFORM 4010-LEER-HISTORIA THRU 4010-EXIT.
006250 4100-EXIT.
006260         EXIT.

006270*-------------------------------------------------------------
006280* 4500-ACTUALIZAR-PENDIENTES - PASA A LOS PENDIENTES DE
006290* CONFIRMACION LOS NUMEROS REASIGNADOS
006300* La llave es suscriptor y secuencia, asi que el numero se
006310* regraba en su lugar; el reenvio de CONCILIA-EXTRACTO ya sale
006320* con el numero real.
006330*-------------------------------------------------------------
006340 4500-ACTUALIZAR-PENDIENTES.
006350         OPEN I-O NOMBRE-PENDC.
006360         IF WS-STAT-PENDC NOT = "00"
006370                DISPLAY "AVISO: pendientes de confirmacion no "
006380                       "disponibles, status " WS-STAT-PENDC
006390                GO TO 4500-EXIT
006400         END-IF.
006410         MOVE LOW-VALUES TO PEN-LLAVE.
006420         START NOMBRE-PENDC
006430                KEY IS NOT LESS THAN PEN-LLAVE
006440                INVALID KEY
006450                       SET FIN-PENDC TO TRUE
006460         END-START.
006470         IF NOT FIN-PENDC
006480                PERFORM 4510-LEER-PENDIENTE THRU 4510-EXIT
006490         END-IF.
006500         PERFORM 4600-REVISAR-PENDIENTE THRU 4600-EXIT
006510                UNTIL FIN-PENDC.
006520         CLOSE NOMBRE-PENDC.
006530 4500-EXIT.
006540         EXIT.

006550*-------------------------------------------------------------
006560* 4510-LEER-PENDIENTE - LEE EL SIGUIENTE PENDIENTE
006570*-------------------------------------------------------------
006580 4510-LEER-PENDIENTE.
006590         READ NOMBRE-PENDC NEXT RECORD
006600                AT END SET FIN-PENDC TO TRUE
006610         END-READ.
006620 4510-EXIT.
006630         EXIT.

006640*-------------------------------------------------------------
006650* 4600-REVISAR-PENDIENTE - REGRABA UN PENDIENTE REASIGNADO
006660*-------------------------------------------------------------
006670 4600-REVISAR-PENDIENTE.
006680         IF PEN-NUM-EMPLEADO IS NOT NUMERIC
006690                GO TO 4600-LEER
006700         END-IF.
006710         MOVE PEN-NUM-EMPLEADO TO WS-NUM-BUSCAR.
006720         PERFORM 4900-BUSCAR-REASIGNACION THRU 4900-EXIT.
006730         IF TAB-HALLADO
006740                MOVE TAB-NUM-REAL (WS-TAB-SUB) TO PEN-NUM-EMPLEADO
006750                REWRITE PENDIENTE-RECORD
006760                       INVALID KEY
006770                              DISPLAY "ERROR: no se regrabo el "
006780                                     "pendiente " PEN-LLAVE
006781                              MOVE 8 TO WS-RETORNO
006790                       NOT INVALID KEY
006800                              ADD 1 TO WS-CONTADOR-PENDIENTES
006810                END-REWRITE
006820         END-IF.
006830 4600-LEER.
006840         PERFORM 4510-LEER-PENDIENTE THRU 4510-EXIT.
006850 4600-EXIT.
006860         EXIT.

006870*-------------------------------------------------------------
006880* 4900-BUSCAR-REASIGNACION - BUSCA WS-NUM-BUSCAR EN LA TABLA
006890* Al hallarlo deja WS-TAB-SUB en la entrada.
006900*-------------------------------------------------------------
006910 4900-BUSCAR-REASIGNACION.
006920         MOVE "N" TO WS-TAB-HALLADO.
006930         PERFORM 4910-COMPARAR-ENTRADA THRU 4910-EXIT
006940                VARYING WS-TAB-SUB FROM 1 BY 1
006950                UNTIL WS-TAB-SUB > WS-TAB-USADOS
006960                       OR TAB-HALLADO.
006970 4900-EXIT.
006980         EXIT.

006990*-------------------------------------------------------------
007000* 4910-COMPARAR-ENTRADA - COMPARA UNA ENTRADA DE LA TABLA
007010* El subindice se regresa uno porque el VARYING lo avanza
007020* antes de probar la condicion.
007030*-------------------------------------------------------------
007040 4910-COMPARAR-ENTRADA.
007050         IF TAB-NUM-RESERVADO (WS-TAB-SUB) = WS-NUM-BUSCAR
007060                SET TAB-HALLADO TO TRUE
007070                SUBTRACT 1 FROM WS-TAB-SUB
007080         END-IF.
007090 4910-EXIT.
007100         EXIT.

007110*-------------------------------------------------------------
007120* 5100-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
007130* MAESTRO, CREANDOLO SI NO EXISTE
007140*-------------------------------------------------------------
007150 5100-GRABAR-DIARIO.
007160         OPEN EXTEND NOMBRE-DIARIO.
007170         IF WS-STAT-DIARIO = "35"
007180                OPEN OUTPUT NOMBRE-DIARIO
007190                CLOSE NOMBRE-DIARIO
007200                OPEN EXTEND NOMBRE-DIARIO
007210         END-IF.
007220         MOVE SPACES TO DIARIO-RECORD.
007230         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
007240         ACCEPT DIA-HORA-MOVTO FROM TIME.
007250         MOVE "REASIGNA-NUMERO" TO DIA-PROGRAMA.
007260         MOVE "BATCH   " TO DIA-OPERADOR.
007270         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
007280         MOVE WS-DIARIO-NUM TO DIA-NUM-EMPLEADO.
007290         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
007300         MOVE WS-DIARIO-DESPUES TO DIA-IMAGEN-DESPUES.
007310         WRITE DIARIO-RECORD.
007320         CLOSE NOMBRE-DIARIO.
007330 5100-EXIT.
007340         EXIT.

007350*-------------------------------------------------------------
007360* 5200-GRABAR-EXTRACTO - MANDA EL MOVIMIENTO AL EXTRACTO
007370* Sin consecutivo tomado no se graba la extraccion, para no
007380* sacar registros con secuencia basura o repetida.
007390*-------------------------------------------------------------
007400 5200-GRABAR-EXTRACTO.
007410         PERFORM 5250-OBTENER-SEC-EXTRACTO THRU 5250-EXIT.
007420         IF NOT SEC-EXTR-TOMADA
007430                DISPLAY "ERROR: consecutivo del extracto no "
007440                       "disponible; extraccion no grabada"
007450                GO TO 5200-EXIT
007460         END-IF.
007470         MOVE WS-NOMBRE-REGISTRO TO EXT-NOMBRE.
007480         ACCEPT EXT-FECHA-CAPTURA FROM DATE YYYYMMDD.
007490         ACCEPT EXT-HORA-CAPTURA FROM TIME.
007500         MOVE WS-EXT-SECUENCIA TO EXT-SECUENCIA.
007510         MOVE WS-EXT-NUM-EMPLEADO TO EXT-NUM-EMPLEADO.
007520         MOVE WS-TIPO-EXTRACTO TO EXT-TIPO-MOVTO.
007530         WRITE EXTRACTO-RECORD.
007540 5200-EXIT.
007550         EXIT.

007560*-------------------------------------------------------------
007570* 5250-OBTENER-SEC-EXTRACTO - LLEVA EL CONSECUTIVO DEL EXTRACTO
007580* Mismo protocolo del consecutivo NOMBRE-EXSEQ que usan los
007590* programas de captura: apertura exclusiva por numero -- abrir
007600* I-O, leer, sumar uno, regrabar y cerrar -- reintentando
007610* mientras otro programa tenga el control.
007620*-------------------------------------------------------------
007630 5250-OBTENER-SEC-EXTRACTO.
007640         MOVE "N" TO WS-EXSEQ-ABIERTO.
007650         MOVE "N" TO WS-SEC-EXTR-TOMADA.
007660         MOVE ZERO TO WS-REINTENTOS.
007670         PERFORM 5260-INTENTAR-ABRIR-EXSEQ THRU 5260-EXIT
007680                UNTIL EXSEQ-ABIERTO
007690                       OR WS-REINTENTOS GREATER THAN
007700                              WS-MAX-REINTENTOS.
007710         IF NOT EXSEQ-ABIERTO
007720                GO TO 5250-EXIT
007730         END-IF.
007740         READ NOMBRE-EXSEQ NEXT RECORD.
007750         ADD 1 TO NOMBRE-EXSEQ-REC.
007760         MOVE NOMBRE-EXSEQ-REC TO WS-EXT-SECUENCIA.
007770         REWRITE NOMBRE-EXSEQ-REC.
007780         IF WS-STAT-EXSEQ = "00"
007790                SET SEC-EXTR-TOMADA TO TRUE
007800         END-IF.
007810         CLOSE NOMBRE-EXSEQ.
007820 5250-EXIT.
007830         EXIT.

007840*-------------------------------------------------------------
007850* 5260-INTENTAR-ABRIR-EXSEQ - ABRE EL CONTROL CON REINTENTOS
007860*-------------------------------------------------------------
007870 5260-INTENTAR-ABRIR-EXSEQ.
007880         OPEN I-O NOMBRE-EXSEQ.
007890         IF WS-STAT-EXSEQ = "00"
007900                SET EXSEQ-ABIERTO TO TRUE
007910                GO TO 5260-EXIT
007920         END-IF.
007930         IF WS-STAT-EXSEQ = "35"
007940                OPEN OUTPUT NOMBRE-EXSEQ
007950                MOVE ZERO TO NOMBRE-EXSEQ-REC
007960                WRITE NOMBRE-EXSEQ-REC
007970                CLOSE NOMBRE-EXSEQ
007980         END-IF.
007990         ADD 1 TO WS-REINTENTOS.
008000 5260-EXIT.
008010         EXIT.

008020*-------------------------------------------------------------
008030* 6000-REPORTAR-RECHAZO - LISTA UNA REASIGNACION NO APLICADA
008040*-------------------------------------------------------------
008050 6000-REPORTAR-RECHAZO.
008060         ADD 1 TO WS-CONTADOR-RECHAZADOS.
008070         MOVE SPACES TO WS-REA-DETALLE.
008080         MOVE RSG-NUM-RESERVADO TO REA-NUM-RESERVADO.
008090         MOVE RSG-NUM-REAL TO REA-NUM-REAL.
008100         MOVE "RECHAZADA" TO REA-RESULTADO.
008110         MOVE WS-NOMBRE-REGISTRO TO REA-NOMBRE.
008120         MOVE WS-OBSERVACION TO REA-OBSERVACION.
008130         WRITE REASG-RPT-REC FROM WS-REA-DETALLE.
008140 6000-EXIT.
008150         EXIT.

008160*-------------------------------------------------------------
008170* 6100-REPORTAR-APLICADO - LISTA UNA REASIGNACION APLICADA O
008171* PARCIAL (la observacion dice que archivo si se movio)
008180* Si el nombre del padron no es el del registro se imprime
008190* debajo, para que RH confirme que es la misma persona.
008200*-------------------------------------------------------------
008210 6100-REPORTAR-APLICADO.
008220         MOVE SPACES TO WS-REA-DETALLE.
008230         MOVE RSG-NUM-RESERVADO TO REA-NUM-RESERVADO.
008240         MOVE RSG-NUM-REAL TO REA-NUM-REAL.
008250         IF REASIGNACION-PARCIAL
008251                MOVE "PARCIAL" TO REA-RESULTADO
008252         ELSE
008253                MOVE "APLICADA" TO REA-RESULTADO
008254         END-IF.
008260         MOVE WS-NOMBRE-REGISTRO TO REA-NOMBRE.
008270         EVALUATE TRUE
008280                WHEN MAESTRO-MOVIDO AND ARCHIVO-MOVIDO
008290                       MOVE "MAESTRO E HISTORICO"
008300                              TO REA-OBSERVACION
008310                WHEN MAESTRO-MOVIDO
008320                       MOVE "MAESTRO" TO REA-OBSERVACION
008330                WHEN OTHER
008340                       MOVE "HISTORICO" TO REA-OBSERVACION
008350         END-EVALUATE.
008360         WRITE REASG-RPT-REC FROM WS-REA-DETALLE.
008370         IF WS-NOMBRE-PADRON NOT = WS-NOMBRE-REGISTRO
008380                MOVE WS-NOMBRE-PADRON TO REA-NOMBRE-PADRON
008390                WRITE REASG-RPT-REC FROM WS-REA-PADRON
008400         END-IF.
008410 6100-EXIT.
008420         EXIT.

008430*-------------------------------------------------------------
008440* 8000-IMPRIMIR-TOTALES - IMPRIME LOS TOTALES DE LA CORRIDA
008450*-------------------------------------------------------------
008460 8000-IMPRIMIR-TOTALES.
008470         MOVE SPACES TO REASG-RPT-REC.
008480         WRITE REASG-RPT-REC.
008490         MOVE "LEIDAS                  : " TO REA-CONCEPTO.
008500         MOVE WS-CONTADOR-LEIDOS TO REA-CONTADOR.
008510         WRITE REASG-RPT-REC FROM WS-REA-TOTAL.
008520         MOVE "APLICADAS               : " TO REA-CONCEPTO.
008530         MOVE WS-CONTADOR-REASIGNADOS TO REA-CONTADOR.
008540         WRITE REASG-RPT-REC FROM WS-REA-TOTAL.
008550         MOVE "RECHAZADAS              : " TO REA-CONCEPTO.
008560         MOVE WS-CONTADOR-RECHAZADOS TO REA-CONTADOR.
008570         WRITE REASG-RPT-REC FROM WS-REA-TOTAL.
008571         MOVE "PARCIALES               : " TO REA-CONCEPTO.
008572         MOVE WS-CONTADOR-PARCIALES TO REA-CONTADOR.
008573         WRITE REASG-RPT-REC FROM WS-REA-TOTAL.
008580         MOVE "REGISTROS DEL MAESTRO   : " TO REA-CONCEPTO.
008590         MOVE WS-CONTADOR-MAESTRO TO REA-CONTADOR.
008600         WRITE REASG-RPT-REC FROM WS-REA-TOTAL.
008610         MOVE "REGISTROS DEL HISTORICO : " TO REA-CONCEPTO.
008620         MOVE WS-CONTADOR-ARCHIVO TO REA-CONTADOR.
008630         WRITE REASG-RPT-REC FROM WS-REA-TOTAL.
008640         MOVE "MOVIMIENTOS DE BITACORA : " TO REA-CONCEPTO.
008650         MOVE WS-CONTADOR-HISTORIA TO REA-CONTADOR.
008660         WRITE REASG-RPT-REC FROM WS-REA-TOTAL.
008670         MOVE "PENDIENTES DE CONFIRMAR : " TO REA-CONCEPTO.
008680         MOVE WS-CONTADOR-PENDIENTES TO REA-CONTADOR.
008690         WRITE REASG-RPT-REC FROM WS-REA-TOTAL.
008700 8000-EXIT.
008710         EXIT.

008720*-------------------------------------------------------------
008730* 9999-TERMINAR - CIERRA ARCHIVOS Y DESPLIEGA TOTALES DE CORRIDA
008740*-------------------------------------------------------------
008750 9999-TERMINAR.
008760         CLOSE NOMBRE-REASG.
008770         CLOSE NOMBRE-ROSTER.
008780         CLOSE NOMBRE-MASTER.
008790         IF ARCHIVO-DISPONIBLE
008800                CLOSE NOMBRE-ARCH
008810         END-IF.
008820         CLOSE NOMBRE-EXTR.
008830         PERFORM 8000-IMPRIMIR-TOTALES THRU 8000-EXIT.
008840         CLOSE REASG-RPT.
008850         DISPLAY "Leidas    : " WS-CONTADOR-LEIDOS.
008860         DISPLAY "Aplicadas : " WS-CONTADOR-REASIGNADOS.
008870         DISPLAY "Rechazadas: " WS-CONTADOR-RECHAZADOS.
008871         DISPLAY "Parciales : " WS-CONTADOR-PARCIALES.
008880         DISPLAY "Bitacora  : " WS-CONTADOR-HISTORIA.
008890         DISPLAY "Pendientes: " WS-CONTADOR-PENDIENTES.
008900         IF WS-RETORNO = ZERO
008910                AND WS-CONTADOR-RECHAZADOS GREATER THAN ZERO
008920                MOVE 4 TO WS-RETORNO
008930         END-IF.
008940         DISPLAY "REASIGNA-NUMERO: fin".
008950 9999-EXIT.
008960         EXIT.
