000010* Reporte de cobertura del padron y registros huerfanos
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBERTURA-PADRON.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-14.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-14 JP  Version original: cruza el padron autorizado
000120*                NOMBRE-ROSTER contra el maestro NOMBRE-MASTER
000130*                y el archivo historico NOMBRE-ARCH y lista en
000140*                COBRPT tres grupos: empleados activos del
000150*                padron que nunca se capturaron, y registros
000160*                del maestro y del historico cuyo numero de
000170*                empleado no esta en el padron (entre ellos los
000180*                numeros reservados 99000001 y 98000001 en
000190*                adelante que asignaron CONVIERTE-MAESTRO-NUM y
000200*                CONVIERTE-ARCHIVO). Cada grupo sale del mas
000210*                viejo al mas reciente, con su total y su
000220*                cuenta por rango de antiguedad en meses. Se
000230*                corre despues de cada carga mensual del feed.

000240 ENVIRONMENT DIVISION.

000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270         SELECT NOMBRE-ROSTER ASSIGN TO "NOMROSTR"
000280                ORGANIZATION IS INDEXED
000290                ACCESS MODE IS DYNAMIC
000300                RECORD KEY IS ROS-NUM-EMPLEADO
000310                ALTERNATE RECORD KEY IS ROS-NOMBRE
000320                       WITH DUPLICATES
000330                FILE STATUS IS WS-STAT-ROSTER.
000340         SELECT NOMBRE-MASTER ASSIGN TO "NOMMSTR"
000350                ORGANIZATION IS INDEXED
000360                ACCESS MODE IS DYNAMIC
000370                RECORD KEY IS NOM-NUM-EMPLEADO
000380                ALTERNATE RECORD KEY IS NOM-NOMBRE
000390                       WITH DUPLICATES
000400                ALTERNATE RECORD KEY IS NOM-APELLIDO-PATERNO
000410                       WITH DUPLICATES
000420                FILE STATUS IS WS-STAT-MASTER.
000430         SELECT NOMBRE-ARCH ASSIGN TO "NOMARCH"
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS DYNAMIC
000460                RECORD KEY IS ARC-NUM-EMPLEADO
000470                ALTERNATE RECORD KEY IS ARC-NOMBRE
000480                       WITH DUPLICATES
000490                ALTERNATE RECORD KEY IS ARC-APELLIDO-PATERNO
000500                       WITH DUPLICATES
000510                FILE STATUS IS WS-STAT-ARCH.
000520         SELECT COBER-SORT ASSIGN TO "COBSORT".
000530         SELECT COBER-RPT ASSIGN TO "COBRPT"
000540                ORGANIZATION IS SEQUENTIAL
000550                FILE STATUS IS WS-STAT-RPT.

000560 DATA DIVISION.
000570 FILE SECTION.
000580*-----------------------------------------------------------
000590* NOMBRE-ROSTER - Padron autorizado de personal (KSDS)
000600*-----------------------------------------------------------
000610 FD  NOMBRE-ROSTER
000620             LABEL RECORDS ARE STANDARD.
000630 COPY "copybooks/roster.cpy".

000640*-----------------------------------------------------------
000650* NOMBRE-MASTER - Maestro de nombres capturados (KSDS)
000660*-----------------------------------------------------------
000670 FD  NOMBRE-MASTER
000680             LABEL RECORDS ARE STANDARD.
000690 COPY "copybooks/nombre.cpy".

000700*-----------------------------------------------------------
000710* NOMBRE-ARCH - Archivo historico de registros purgados (KSDS)
000720*-----------------------------------------------------------
000730 FD  NOMBRE-ARCH
000740             LABEL RECORDS ARE STANDARD.
000750 COPY "copybooks/archivo.cpy".

000760*-----------------------------------------------------------
000770* COBER-SORT - Archivo de trabajo del SORT del reporte: grupo,
000780* fecha de referencia (alta o captura) y numero de empleado
000790*-----------------------------------------------------------
000800 SD  COBER-SORT
000810             RECORD CONTAINS 53 CHARACTERS.
000820 01  COBER-SORT-REC.
000830         05  SRT-GRUPO                   PIC 9(01).
000840         05  SRT-FECHA                   PIC 9(08).
000850         05  SRT-NUM-EMPLEADO            PIC 9(08).
000860         05  SRT-NOMBRE                  PIC X(30).
000870         05  SRT-MESES                   PIC 9(04).
000880         05  SRT-RANGO                   PIC 9(01).
000890         05  SRT-RESERVADO               PIC X(01).
000900             88  SRT-ES-RESERVADO                VALUE "S".

000910*-----------------------------------------------------------
000920* COBER-RPT - Reporte de cobertura y huerfanos
000930*-----------------------------------------------------------
000940 FD  COBER-RPT
000950             LABEL RECORDS ARE STANDARD
000960             RECORD CONTAINS 80 CHARACTERS.
000970 01  COBER-RPT-REC                   PIC X(80).

000980 WORKING-STORAGE SECTION.
000990*-----------------------------------------------------------
001000* LINEAS DE REPORTE
001010*-----------------------------------------------------------
001020 01  WS-ENCABEZADO-1.
001030         05  FILLER                  PIC X(01) VALUE SPACE.
001040         05  FILLER                  PIC X(36)
001050                    VALUE "COBERTURA DEL PADRON Y HUERFANOS".
001060         05  FILLER                  PIC X(07) VALUE "FECHA: ".
001070         05  ENC1-FECHA              PIC 9(08).
001080         05  FILLER                  PIC X(04) VALUE SPACES.
001090         05  FILLER                  PIC X(08) VALUE "PAGINA: ".
001100         05  ENC1-PAGINA             PIC ZZ9.
001110 01  WS-TITULO-GRUPO.
001120         05  FILLER                  PIC X(01) VALUE SPACE.
001130         05  TIT-GRUPO               PIC X(50).
001140 01  WS-COLUMNAS.
001150         05  FILLER                  PIC X(01) VALUE SPACE.
001160         05  FILLER                  PIC X(09) VALUE "NUMERO".
001170         05  FILLER                  PIC X(31) VALUE "NOMBRE".
001180         05  COL-FECHA               PIC X(09).
001190         05  FILLER                  PIC X(06) VALUE "MESES".
001200         05  FILLER                  PIC X(11)
001210                    VALUE "OBSERVACION".
001220 01  WS-DETALLE.
001230         05  FILLER                  PIC X(01) VALUE SPACE.
001240         05  DET-NUM-EMPLEADO        PIC 9(08).
001250         05  FILLER                  PIC X(01) VALUE SPACE.
001260         05  DET-NOMBRE              PIC X(30).
001270         05  FILLER                  PIC X(01) VALUE SPACE.
001280         05  DET-FECHA               PIC 9(08).
001290         05  FILLER                  PIC X(01) VALUE SPACE.
001300         05  DET-MESES               PIC ZZZ9.
001310         05  FILLER                  PIC X(02) VALUE SPACES.
001320         05  DET-OBSERVACION         PIC X(16).
001330 01  WS-LINEA-VACIA.
001340         05  FILLER                  PIC X(01) VALUE SPACE.
001350         05  FILLER                  PIC X(18)
001360                    VALUE "  (SIN REGISTROS)".
001370 01  WS-LINEA-TOTAL.
001380         05  FILLER                  PIC X(01) VALUE SPACE.
001390         05  TOT-CONCEPTO            PIC X(30).
001400         05  TOT-CUENTA              PIC ZZZ,ZZ9.
001410 01  WS-AVISO-ARCHIVO.
001420         05  FILLER                  PIC X(01) VALUE SPACE.
001430         05  FILLER                  PIC X(36)
001440                    VALUE "AVISO: SIN ARCHIVO HISTORICO; EL GRU".
001450         05  FILLER                  PIC X(36)
001460                    VALUE "PO 1 PUEDE INCLUIR PURGADOS".

001470*-----------------------------------------------------------
001480* TITULOS DE GRUPO Y RANGOS DE ANTIGUEDAD
001490*-----------------------------------------------------------
001500 01  WS-NOMBRES-GRUPO.
001510         05  FILLER                  PIC X(50)
001520                    VALUE "1. PADRON ACTIVO NUNCA CAPTURADO".
001530         05  FILLER                  PIC X(50)
001540                    VALUE "2. MAESTRO FUERA DEL PADRON".
001550         05  FILLER                  PIC X(50)
001560                    VALUE "3. HISTORICO FUERA DEL PADRON".
001570 01  WS-TABLA-GRUPO REDEFINES WS-NOMBRES-GRUPO.
001580         05  TAB-NOMBRE-GRUPO OCCURS 3 TIMES PIC X(50).
001590 01  WS-NOMBRES-RANGO.
001600         05  FILLER                  PIC X(20)
001610                    VALUE "MENOS DE 1 MES".
001620         05  FILLER                  PIC X(20)
001630                    VALUE "1 A 3 MESES".
001640         05  FILLER                  PIC X(20)
001650                    VALUE "4 A 6 MESES".
001660         05  FILLER                  PIC X(20)
001670                    VALUE "7 A 12 MESES".
001680         05  FILLER                  PIC X(20)
001690                    VALUE "MAS DE 12 MESES".
001700         05  FILLER                  PIC X(20)
001710                    VALUE "SIN FECHA VALIDA".
001720 01  WS-TABLA-RANGO REDEFINES WS-NOMBRES-RANGO.
001730         05  TAB-NOMBRE-RANGO OCCURS 6 TIMES PIC X(20).
001740 01  WS-CUENTAS-RANGO.
001750         05  WS-CUENTA-RANGO OCCURS 6 TIMES PIC 9(07) COMP.
001760 01  WS-CUENTAS-GRUPO.
001770         05  WS-CUENTA-GRUPO OCCURS 3 TIMES.
001780                10  WS-TOTAL-GRUPO          PIC 9(07) COMP.
001790                10  WS-RESERV-GRUPO         PIC 9(07) COMP.

001800*-----------------------------------------------------------
001810* FECHAS PARA LA ANTIGUEDAD
001820*-----------------------------------------------------------
001830 01  WS-FECHA-HOY.
001840         05  HOY-ANIO                PIC 9(04).
001850         05  HOY-MES                 PIC 9(02).
001860         05  HOY-DIA                 PIC 9(02).
001870 01  WS-FECHA-HOY-N REDEFINES WS-FECHA-HOY PIC 9(08).
001880 01  WS-FECHA-REF.
001890         05  REF-ANIO                PIC 9(04).
001900         05  REF-MES                 PIC 9(02).
001910         05  REF-DIA                 PIC 9(02).
001920 01  WS-FECHA-REF-N REDEFINES WS-FECHA-REF PIC 9(08).

001930*-----------------------------------------------------------
001940* CAMPOS DE TRABAJO
001950*-----------------------------------------------------------
001960 77  WS-STAT-ROSTER              PIC X(02) VALUE SPACES.
001970 77  WS-STAT-MASTER              PIC X(02) VALUE SPACES.
001980 77  WS-STAT-ARCH                PIC X(02) VALUE SPACES.
001990 77  WS-STAT-RPT                 PIC X(02) VALUE SPACES.
002000 77  WS-FIN-PADRON               PIC X(01) VALUE "N".
002010         88  FIN-PADRON                      VALUE "S".
002020 77  WS-FIN-MAESTRO              PIC X(01) VALUE "N".
002030         88  FIN-MAESTRO                     VALUE "S".
002040 77  WS-FIN-ARCHIVO              PIC X(01) VALUE "N".
002050         88  FIN-ARCHIVO                     VALUE "S".
002060 77  WS-FIN-SORT                 PIC X(01) VALUE "N".
002070         88  FIN-SORT                        VALUE "S".
002080 77  WS-ARCHIVO-DISPONIBLE       PIC X(01) VALUE "N".
002090         88  ARCHIVO-DISPONIBLE              VALUE "S".
002100 77  WS-CAPTURADO                PIC X(01) VALUE "N".
002110         88  CAPTURADO                       VALUE "S".
002120 77  WS-EN-PADRON                PIC X(01) VALUE "N".
002130         88  EN-PADRON                       VALUE "S".
002140 77  WS-NUM-REVISAR              PIC 9(08) VALUE ZERO.
002150         88  NUMERO-RESERVADO                VALUE 98000001
002160                                             THRU 98999999
002170                                                   99000001
002180                                             THRU 99999999.
002190 77  WS-MESES                    PIC S9(05) COMP VALUE ZERO.
002200 77  WS-RANGO                    PIC 9(01) VALUE ZERO.
002210 77  WS-GRUPO-ACTUAL             PIC 9(01) VALUE ZERO.
002220 77  WS-SUB-RANGO                PIC 9(02) COMP.
002230 77  WS-NUM-PAGINA               PIC 9(03) COMP VALUE 1.
002240 77  WS-LINEAS-EN-PAGINA         PIC 9(02) COMP VALUE ZERO.
002250 77  WS-MAX-LINEAS-PAGINA        PIC 9(02) COMP VALUE 50.
002260 77  WS-CONT-PADRON-ACTIVO       PIC 9(07) COMP VALUE ZERO.
002270 77  WS-CONT-MAESTRO             PIC 9(07) COMP VALUE ZERO.
002280 77  WS-CONT-ARCHIVO             PIC 9(07) COMP VALUE ZERO.
002290 77  WS-RETORNO                  PIC 9(04) COMP VALUE ZERO.

002300 PROCEDURE DIVISION.
002310*=============================================================
002320* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
002330*=============================================================
002340 0000-MAINLINE.
002350         PERFORM 1000-INICIAR THRU 1000-EXIT.
002360         IF WS-RETORNO GREATER THAN 4
002370                MOVE WS-RETORNO TO RETURN-CODE
002380                STOP RUN
002390         END-IF.
002400         SORT COBER-SORT
002410                ON ASCENDING KEY SRT-GRUPO
002420                                 SRT-FECHA
002430                                 SRT-NUM-EMPLEADO
002440                INPUT PROCEDURE IS 3000-SELECCIONAR
002450                       THRU 3000-EXIT
002460                OUTPUT PROCEDURE IS 5000-IMPRIMIR
002470                       THRU 5000-EXIT.
002480         PERFORM 9999-TERMINAR THRU 9999-EXIT.
002490         MOVE WS-RETORNO TO RETURN-CODE.
002500         STOP RUN.

002510*-------------------------------------------------------------
002520* 1000-INICIAR - ABRE ARCHIVOS E IMPRIME EL ENCABEZADO
002530* Sin padron o sin maestro no hay cruce posible: falla dura.
002540* Sin historico se avisa, el grupo 3 sale vacio y el grupo 1
002550* puede traer empleados que se capturaron y ya se purgaron.
002560*-------------------------------------------------------------
002570 1000-INICIAR.
002580         DISPLAY "COBERTURA-PADRON: inicio del reporte".
002590         ACCEPT WS-FECHA-HOY-N FROM DATE YYYYMMDD.
002600         OPEN INPUT NOMBRE-ROSTER.
002610         IF WS-STAT-ROSTER NOT = "00"
002620                DISPLAY "ERROR: padron no disponible, status "
002630                       WS-STAT-ROSTER
002640                MOVE 8 TO WS-RETORNO
002650                GO TO 1000-EXIT
002660         END-IF.
002670         OPEN INPUT NOMBRE-MASTER.
002680         IF WS-STAT-MASTER NOT = "00"
002690                DISPLAY "ERROR: maestro de nombres no "
002700                       "disponible, status " WS-STAT-MASTER
002710                CLOSE NOMBRE-ROSTER
002720                MOVE 8 TO WS-RETORNO
002730                GO TO 1000-EXIT
002740         END-IF.
002750         OPEN INPUT NOMBRE-ARCH.
002760         IF WS-STAT-ARCH = "00"
002770                SET ARCHIVO-DISPONIBLE TO TRUE
002780         ELSE
002790                DISPLAY "AVISO: archivo historico no disponible, "
002800                       "status " WS-STAT-ARCH
002810                MOVE 4 TO WS-RETORNO
002820         END-IF.
002830         OPEN OUTPUT COBER-RPT.
002840         PERFORM 2100-ESCRIBIR-ENCABEZADO THRU 2100-EXIT.
002850         IF NOT ARCHIVO-DISPONIBLE
002860                WRITE COBER-RPT-REC FROM WS-AVISO-ARCHIVO
002870         END-IF.
002880 1000-EXIT.
002890         EXIT.

002900*-------------------------------------------------------------
002910* 2100-ESCRIBIR-ENCABEZADO - IMPRIME EL ENCABEZADO DE PAGINA
002920*-------------------------------------------------------------
002930 2100-ESCRIBIR-ENCABEZADO.
002940         MOVE WS-FECHA-HOY-N TO ENC1-FECHA.
002950         MOVE WS-NUM-PAGINA TO ENC1-PAGINA.
002960         WRITE COBER-RPT-REC FROM WS-ENCABEZADO-1.
002970         MOVE ZERO TO WS-LINEAS-EN-PAGINA.
002980 2100-EXIT.
002990         EXIT.

003000*-------------------------------------------------------------
003010* 2200-SALTO-PAGINA - AVANZA DE PAGINA Y REPITE ENCABEZADOS
003020*-------------------------------------------------------------
003030 2200-SALTO-PAGINA.
003040         ADD 1 TO WS-NUM-PAGINA.
003050         PERFORM 2100-ESCRIBIR-ENCABEZADO THRU 2100-EXIT.
003060         PERFORM 2300-ESCRIBIR-TITULO THRU 2300-EXIT.
003070 2200-EXIT.
003080         EXIT.

003090*-------------------------------------------------------------
003100* 2300-ESCRIBIR-TITULO - IMPRIME EL TITULO Y LAS COLUMNAS DEL
003110* GRUPO EN CURSO
003120* En el grupo 1 la fecha es el alta en el padron; en los otros
003130* dos, la captura del registro.
003140*-------------------------------------------------------------
003150 2300-ESCRIBIR-TITULO.
003160         MOVE SPACES TO COBER-RPT-REC.
003170         WRITE COBER-RPT-REC.
003180         MOVE TAB-NOMBRE-GRUPO (WS-GRUPO-ACTUAL) TO TIT-GRUPO.
003190         WRITE COBER-RPT-REC FROM WS-TITULO-GRUPO.
003200         IF WS-GRUPO-ACTUAL = 1
003210                MOVE "ALTA" TO COL-FECHA
003220         ELSE
003230                MOVE "CAPTURA" TO COL-FECHA
003240         END-IF.
003250         WRITE COBER-RPT-REC FROM WS-COLUMNAS.
003260 2300-EXIT.
003270         EXIT.

003280*-------------------------------------------------------------
003290* 3000-SELECCIONAR - PROCEDIMIENTO DE ENTRADA DEL SORT
003300* Recorre el padron, el maestro y el historico por numero de
003310* empleado y entrega al SORT un registro por cada caso de los
003320* tres grupos.
003330*-------------------------------------------------------------
003340 3000-SELECCIONAR.
003350         MOVE ZERO TO ROS-NUM-EMPLEADO.
003360         START NOMBRE-ROSTER
003370                KEY IS NOT LESS THAN ROS-NUM-EMPLEADO
003380                INVALID KEY
003390                       SET FIN-PADRON TO TRUE
003400         END-START.
003410         IF NOT FIN-PADRON
003420                PERFORM 3010-LEER-PADRON THRU 3010-EXIT
003430         END-IF.
003440         PERFORM 3100-REVISAR-PADRON THRU 3100-EXIT
003450                UNTIL FIN-PADRON.
003460         MOVE ZERO TO NOM-NUM-EMPLEADO.
003470         START NOMBRE-MASTER
003480                KEY IS NOT LESS THAN NOM-NUM-EMPLEADO
003490                INVALID KEY
003500                       SET FIN-MAESTRO TO TRUE
003510         END-START.
003520         IF NOT FIN-MAESTRO
003530                PERFORM 3020-LEER-MAESTRO THRU 3020-EXIT
003540         END-IF.
003550         PERFORM 3200-REVISAR-MAESTRO THRU 3200-EXIT
003560                UNTIL FIN-MAESTRO.
003570         IF NOT ARCHIVO-DISPONIBLE
003580                GO TO 3000-EXIT
003590         END-IF.
003600         MOVE ZERO TO ARC-NUM-EMPLEADO.
003610         START NOMBRE-ARCH
003620                KEY IS NOT LESS THAN ARC-NUM-EMPLEADO
003630                INVALID KEY
003640                       SET FIN-ARCHIVO TO TRUE
003650         END-START.
003660         IF NOT FIN-ARCHIVO
003670                PERFORM 3030-LEER-ARCHIVO THRU 3030-EXIT
003680         END-IF.
003690         PERFORM 3300-REVISAR-ARCHIVO THRU 3300-EXIT
003700                UNTIL FIN-ARCHIVO.
003710 3000-EXIT.
003720         EXIT.

003730*-------------------------------------------------------------
003740* 3010-LEER-PADRON - LEE EL SIGUIENTE REGISTRO DEL PADRON
003750*-------------------------------------------------------------
003760 3010-LEER-PADRON.
003770         READ NOMBRE-ROSTER NEXT RECORD
003780                AT END SET FIN-PADRON TO TRUE
003790         END-READ.
003800 3010-EXIT.
003810         EXIT.

003820*-------------------------------------------------------------
003830* 3020-LEER-MAESTRO - LEE EL SIGUIENTE REGISTRO DEL MAESTRO
003840*-------------------------------------------------------------
003850 3020-LEER-MAESTRO.
003860         READ NOMBRE-MASTER NEXT RECORD
003870                AT END SET FIN-MAESTRO TO TRUE
003880         END-READ.
003890 3020-EXIT.
003900         EXIT.

003910*-------------------------------------------------------------
003920* 3030-LEER-ARCHIVO - LEE EL SIGUIENTE REGISTRO DEL HISTORICO
003930*-------------------------------------------------------------
003940 3030-LEER-ARCHIVO.
003950         READ NOMBRE-ARCH NEXT RECORD
003960                AT END SET FIN-ARCHIVO TO TRUE
003970         END-READ.
003980 3030-EXIT.
003990         EXIT.

004000*-------------------------------------------------------------
004010* 3100-REVISAR-PADRON - GRUPO 1: ACTIVO DEL PADRON SIN CAPTURA
004020* Un empleado activo (o sin estado, registro previo al campo)
004030* cuenta como capturado si su numero esta en el maestro o en
004040* el historico de purgados.
004050*-------------------------------------------------------------
004060 3100-REVISAR-PADRON.
004070         IF ROS-INACTIVO OR ROS-PENDIENTE-CONC
004080                GO TO 3100-LEER
004090         END-IF.
004100         ADD 1 TO WS-CONT-PADRON-ACTIVO.
004110         MOVE "N" TO WS-CAPTURADO.
004120         MOVE ROS-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
004130         READ NOMBRE-MASTER
004140                INVALID KEY
004150                       CONTINUE
004160                NOT INVALID KEY
004170                       SET CAPTURADO TO TRUE
004180         END-READ.
004190         IF NOT CAPTURADO AND ARCHIVO-DISPONIBLE
004200                MOVE ROS-NUM-EMPLEADO TO ARC-NUM-EMPLEADO
004210                READ NOMBRE-ARCH
004220                       INVALID KEY
004230                              CONTINUE
004240                       NOT INVALID KEY
004250                              SET CAPTURADO TO TRUE
004260                END-READ
004270         END-IF.
004280         IF CAPTURADO
004290                GO TO 3100-LEER
004300         END-IF.
004310         MOVE 1 TO SRT-GRUPO.
004320         MOVE ROS-NUM-EMPLEADO TO SRT-NUM-EMPLEADO.
004330         MOVE ROS-NOMBRE TO SRT-NOMBRE.
004340         MOVE "N" TO SRT-RESERVADO.
004350         MOVE ZERO TO WS-FECHA-REF-N.
004360         IF ROS-FECHA-ALTA IS NUMERIC
004370                MOVE ROS-FECHA-ALTA TO WS-FECHA-REF-N
004380         END-IF.
004390         PERFORM 3500-CALCULAR-ANTIGUEDAD THRU 3500-EXIT.
004400         RELEASE COBER-SORT-REC.
004410 3100-LEER.
004420         PERFORM 3010-LEER-PADRON THRU 3010-EXIT.
004430 3100-EXIT.
004440         EXIT.

004450*-------------------------------------------------------------
004460* 3200-REVISAR-MAESTRO - GRUPO 2: MAESTRO FUERA DEL PADRON
004470* Un numero que esta en el padron, activo o inactivo, no es
004480* huerfano; los inactivos ya los lista el DISREP de
004490* MANTENIMIENTO-ROSTER.
004500*-------------------------------------------------------------
004510 3200-REVISAR-MAESTRO.
004520         ADD 1 TO WS-CONT-MAESTRO.
004530         MOVE NOM-NUM-EMPLEADO TO WS-NUM-REVISAR.
004540         PERFORM 3400-BUSCAR-EN-PADRON THRU 3400-EXIT.
004550         IF EN-PADRON
004560                GO TO 3200-LEER
004570         END-IF.
004580         MOVE 2 TO SRT-GRUPO.
004590         MOVE NOM-NUM-EMPLEADO TO SRT-NUM-EMPLEADO.
004600         MOVE NOM-NOMBRE TO SRT-NOMBRE.
004610         MOVE ZERO TO WS-FECHA-REF-N.
004620         IF NOM-FECHA-CAPTURA IS NUMERIC
004630                MOVE NOM-FECHA-CAPTURA TO WS-FECHA-REF-N
004640         END-IF.
004650         PERFORM 3500-CALCULAR-ANTIGUEDAD THRU 3500-EXIT.
004660         RELEASE COBER-SORT-REC.
004670 3200-LEER.
004680         PERFORM 3020-LEER-MAESTRO THRU 3020-EXIT.
004690 3200-EXIT.
004700         EXIT.

004710*-------------------------------------------------------------
004720* 3300-REVISAR-ARCHIVO - GRUPO 3: HISTORICO FUERA DEL PADRON
004730*-------------------------------------------------------------
004740 3300-REVISAR-ARCHIVO.
004750         ADD 1 TO WS-CONT-ARCHIVO.
004760         MOVE ARC-NUM-EMPLEADO TO WS-NUM-REVISAR.
004770         PERFORM 3400-BUSCAR-EN-PADRON THRU 3400-EXIT.
004780         IF EN-PADRON
004790                GO TO 3300-LEER
004800         END-IF.
004810         MOVE 3 TO SRT-GRUPO.
004820         MOVE ARC-NUM-EMPLEADO TO SRT-NUM-EMPLEADO.
004830         MOVE ARC-NOMBRE TO SRT-NOMBRE.
004840         MOVE ZERO TO WS-FECHA-REF-N.
004850         IF ARC-FECHA-CAPTURA IS NUMERIC
004860                MOVE ARC-FECHA-CAPTURA TO WS-FECHA-REF-N
004870         END-IF.
004880         PERFORM 3500-CALCULAR-ANTIGUEDAD THRU 3500-EXIT.
004890         RELEASE COBER-SORT-REC.
004900 3300-LEER.
004910         PERFORM 3030-LEER-ARCHIVO THRU 3030-EXIT.
004920 3300-EXIT.
004930         EXIT.

004940*-------------------------------------------------------------
004950* 3400-BUSCAR-EN-PADRON - BUSCA WS-NUM-REVISAR EN EL PADRON
004960* Tambien marca en el registro del SORT si el numero es del
004970* rango reservado de las conversiones.
004980*-------------------------------------------------------------
004990 3400-BUSCAR-EN-PADRON.
005000         MOVE "N" TO WS-EN-PADRON.
005010         MOVE WS-NUM-REVISAR TO ROS-NUM-EMPLEADO.
005020         READ NOMBRE-ROSTER
005030                INVALID KEY
005040                       CONTINUE
005050                NOT INVALID KEY
005060                       SET EN-PADRON TO TRUE
005070         END-READ.
005080         IF NUMERO-RESERVADO
005090                MOVE "S" TO SRT-RESERVADO
005100         ELSE
005110                MOVE "N" TO SRT-RESERVADO
005120         END-IF.
005130 3400-EXIT.
005140         EXIT.

005150*-------------------------------------------------------------
005160* 3500-CALCULAR-ANTIGUEDAD - MESES CUMPLIDOS DESDE WS-FECHA-REF
005170* Deja en el registro del SORT la fecha, los meses cumplidos a
005180* la fecha del reporte y el rango: 1 = menos de un mes, 2 = 1
005190* a 3, 3 = 4 a 6, 4 = 7 a 12, 5 = mas de 12 y 6 = fecha en
005200* cero o invalida.
005210*-------------------------------------------------------------
005220 3500-CALCULAR-ANTIGUEDAD.
005230         MOVE WS-FECHA-REF-N TO SRT-FECHA.
005240         MOVE ZERO TO WS-MESES.
005250         MOVE 6 TO WS-RANGO.
005260         IF WS-FECHA-REF-N = ZERO
005270                OR REF-MES = ZERO
005280                OR REF-MES GREATER THAN 12
005290                GO TO 3500-MOVER
005300         END-IF.
005310         COMPUTE WS-MESES = (HOY-ANIO - REF-ANIO) * 12
005320                          + HOY-MES - REF-MES.
005330         IF HOY-DIA LESS THAN REF-DIA
005340                SUBTRACT 1 FROM WS-MESES
005350         END-IF.
005360         IF WS-MESES LESS THAN ZERO
005370                MOVE ZERO TO WS-MESES
005380         END-IF.
005390         EVALUATE TRUE
005400                WHEN WS-MESES LESS THAN 1
005410                       MOVE 1 TO WS-RANGO
005420                WHEN WS-MESES NOT GREATER THAN 3
005430                       MOVE 2 TO WS-RANGO
005440                WHEN WS-MESES NOT GREATER THAN 6
005450                       MOVE 3 TO WS-RANGO
005460                WHEN WS-MESES NOT GREATER THAN 12
005470                       MOVE 4 TO WS-RANGO
005480                WHEN OTHER
005490                       MOVE 5 TO WS-RANGO
005500         END-EVALUATE.
005510 3500-MOVER.
005520         MOVE WS-MESES TO SRT-MESES.
005530         MOVE WS-RANGO TO SRT-RANGO.
005540 3500-EXIT.
005550         EXIT.

005560*-------------------------------------------------------------
005570* 5000-IMPRIMIR - PROCEDIMIENTO DE SALIDA DEL SORT
005580* Los registros llegan por grupo y del mas viejo al mas
005590* reciente. Cada grupo se abre con su titulo aunque venga
005600* vacio y se cierra con su total y sus rangos de antiguedad.
005610*-------------------------------------------------------------
005620 5000-IMPRIMIR.
005630         MOVE ZERO TO WS-GRUPO-ACTUAL.
005640         PERFORM 5010-DEVOLVER-REGISTRO THRU 5010-EXIT.
005650         PERFORM 5100-IMPRIMIR-REGISTRO THRU 5100-EXIT
005660                UNTIL FIN-SORT.
005670         PERFORM 5200-CAMBIAR-GRUPO THRU 5200-EXIT
005680                UNTIL WS-GRUPO-ACTUAL = 3.
005690         PERFORM 5400-TOTALES-GRUPO THRU 5400-EXIT.
005700 5000-EXIT.
005710         EXIT.

005720*-------------------------------------------------------------
005730* 5010-DEVOLVER-REGISTRO - TOMA EL SIGUIENTE REGISTRO ORDENADO
005740*-------------------------------------------------------------
005750 5010-DEVOLVER-REGISTRO.
005760         RETURN COBER-SORT
005770                AT END SET FIN-SORT TO TRUE
005780         END-RETURN.
005790 5010-EXIT.
005800         EXIT.

005810*-------------------------------------------------------------
005820* 5100-IMPRIMIR-REGISTRO - IMPRIME UN CASO Y LO ACUMULA
005830*-------------------------------------------------------------
005840 5100-IMPRIMIR-REGISTRO.
005850         PERFORM 5200-CAMBIAR-GRUPO THRU 5200-EXIT
005860                UNTIL WS-GRUPO-ACTUAL = SRT-GRUPO.
005870         IF WS-LINEAS-EN-PAGINA NOT LESS THAN WS-MAX-LINEAS-PAGINA
005880                PERFORM 2200-SALTO-PAGINA THRU 2200-EXIT
005890         END-IF.
005900         ADD 1 TO WS-LINEAS-EN-PAGINA.
005910         ADD 1 TO WS-TOTAL-GRUPO (WS-GRUPO-ACTUAL).
005920         ADD 1 TO WS-CUENTA-RANGO (SRT-RANGO).
005930         MOVE SPACES TO DET-OBSERVACION.
005940         IF SRT-ES-RESERVADO
005950                ADD 1 TO WS-RESERV-GRUPO (WS-GRUPO-ACTUAL)
005960                MOVE "NUMERO RESERVADO" TO DET-OBSERVACION
005970         END-IF.
005980         MOVE SRT-NUM-EMPLEADO TO DET-NUM-EMPLEADO.
005990         MOVE SRT-NOMBRE TO DET-NOMBRE.
006000         MOVE SRT-FECHA TO DET-FECHA.
006010         MOVE SRT-MESES TO DET-MESES.
006020         WRITE COBER-RPT-REC FROM WS-DETALLE.
006030         PERFORM 5010-DEVOLVER-REGISTRO THRU 5010-EXIT.
006040 5100-EXIT.
006050         EXIT.

006060*-------------------------------------------------------------
006070* 5200-CAMBIAR-GRUPO - CIERRA EL GRUPO EN CURSO Y ABRE EL QUE
006080* SIGUE
006090*-------------------------------------------------------------
006100 5200-CAMBIAR-GRUPO.
006110         IF WS-GRUPO-ACTUAL GREATER THAN ZERO
006120                PERFORM 5400-TOTALES-GRUPO THRU 5400-EXIT
006130         END-IF.
006140         ADD 1 TO WS-GRUPO-ACTUAL.
006150         MOVE ZERO TO WS-TOTAL-GRUPO (WS-GRUPO-ACTUAL).
006160         MOVE ZERO TO WS-RESERV-GRUPO (WS-GRUPO-ACTUAL).
006170         PERFORM 5210-LIMPIAR-RANGO THRU 5210-EXIT
006180                VARYING WS-SUB-RANGO FROM 1 BY 1
006190                UNTIL WS-SUB-RANGO > 6.
006200         PERFORM 2300-ESCRIBIR-TITULO THRU 2300-EXIT.
006210 5200-EXIT.
006220         EXIT.

006230*-------------------------------------------------------------
006240* 5210-LIMPIAR-RANGO - PONE EN CERO UN RANGO DE ANTIGUEDAD
006250*-------------------------------------------------------------
006260 5210-LIMPIAR-RANGO.
006270         MOVE ZERO TO WS-CUENTA-RANGO (WS-SUB-RANGO).
006280 5210-EXIT.
006290         EXIT.

006300*-------------------------------------------------------------
006310* 5400-TOTALES-GRUPO - IMPRIME EL TOTAL Y LOS RANGOS DEL GRUPO
006320*-------------------------------------------------------------
006330 5400-TOTALES-GRUPO.
006340         IF WS-TOTAL-GRUPO (WS-GRUPO-ACTUAL) = ZERO
006350                WRITE COBER-RPT-REC FROM WS-LINEA-VACIA
006360         END-IF.
006370         MOVE SPACES TO COBER-RPT-REC.
006380         WRITE COBER-RPT-REC.
006390         MOVE "TOTAL DEL GRUPO          :" TO TOT-CONCEPTO.
006400         MOVE WS-TOTAL-GRUPO (WS-GRUPO-ACTUAL) TO TOT-CUENTA.
006410         WRITE COBER-RPT-REC FROM WS-LINEA-TOTAL.
006420         IF WS-GRUPO-ACTUAL GREATER THAN 1
006430                MOVE "  CON NUMERO RESERVADO   :" TO TOT-CONCEPTO
006440                MOVE WS-RESERV-GRUPO (WS-GRUPO-ACTUAL)
006450                       TO TOT-CUENTA
006460                WRITE COBER-RPT-REC FROM WS-LINEA-TOTAL
006470         END-IF.
006480         PERFORM 5410-IMPRIMIR-RANGO THRU 5410-EXIT
006490                VARYING WS-SUB-RANGO FROM 1 BY 1
006500                UNTIL WS-SUB-RANGO > 6.
006510         ADD 10 TO WS-LINEAS-EN-PAGINA.
006520 5400-EXIT.
006530         EXIT.

006540*-------------------------------------------------------------
006550* 5410-IMPRIMIR-RANGO - IMPRIME LA CUENTA DE UN RANGO
006560*-------------------------------------------------------------
006570 5410-IMPRIMIR-RANGO.
006580         MOVE SPACES TO TOT-CONCEPTO.
006590         STRING "  " TAB-NOMBRE-RANGO (WS-SUB-RANGO)
006600                DELIMITED BY SIZE
006610                INTO TOT-CONCEPTO
006620         END-STRING.
006630         MOVE ":" TO TOT-CONCEPTO (26:1).
006640         MOVE WS-CUENTA-RANGO (WS-SUB-RANGO) TO TOT-CUENTA.
006650         WRITE COBER-RPT-REC FROM WS-LINEA-TOTAL.
006660 5410-EXIT.
006670         EXIT.

006680*-------------------------------------------------------------
006690* 9999-TERMINAR - CIERRA ARCHIVOS Y DESPLIEGA TOTALES
006700*-------------------------------------------------------------
006710 9999-TERMINAR.
006720         CLOSE NOMBRE-ROSTER.
006730         CLOSE NOMBRE-MASTER.
006740         IF ARCHIVO-DISPONIBLE
006750                CLOSE NOMBRE-ARCH
006760         END-IF.
006770         CLOSE COBER-RPT.
006780         DISPLAY "Padron activo    : " WS-CONT-PADRON-ACTIVO.
006790         DISPLAY "Sin capturar     : " WS-TOTAL-GRUPO (1).
006800         DISPLAY "Maestro leidos   : " WS-CONT-MAESTRO.
006810         DISPLAY "Fuera del padron : " WS-TOTAL-GRUPO (2)
006820                " (reservados " WS-RESERV-GRUPO (2) ")".
006830         DISPLAY "Historico leidos : " WS-CONT-ARCHIVO.
006840         DISPLAY "Fuera del padron : " WS-TOTAL-GRUPO (3)
006850                " (reservados " WS-RESERV-GRUPO (3) ")".
006860         DISPLAY "COBERTURA-PADRON: fin del reporte".
006870 9999-EXIT.
006880         EXIT.
