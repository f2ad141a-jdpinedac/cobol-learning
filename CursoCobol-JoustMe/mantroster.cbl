000400*                la baja va por numero; la consulta sigue
000410*                siendo por nombre, que es como pregunta el
000420*                operador.
000421* 2026-10-06 JP  La carga del feed detecta los empleados cuyo
000422*                nombre en el feed ya no es el del padron
000423*                (matrimonio, correccion legal), los lista en
000424*                CAMREP con nombre anterior, nombre nuevo y
000425*                numero, y los deja pendientes en NOMBRE-CAMRH
000426*                (ver copy CAMBIORH). La opcion nueva 5 permite
000427*                a un supervisor aplicar al maestro de nombres
000428*                los cambios que aprueba, con los componentes
000429*                del nombre derivados de nuevo, la imagen
000430*                anterior en NOMBRE-HIST y el movimiento de
000431*                cambio en el extracto, o rechazarlos.
000432* 2026-10-08 JP  Bitacora de seguridad NOMBRE-SEGUR: cada firma
000433*                fallida y cada opcion negada por falta de
000434*                nivel se anota con la clave, la terminal, el
000435*                programa, la fecha y la hora. Las fallas
000436*                consecutivas de cada clave se cuentan en
000437*                NOMBRE-FALLA (una firma exitosa las regresa
000438*                a cero) y al llegar a MAXFALLAS (5 si no se
000439*                indica) el operador se pone inactivo en
000440*                NOMBRE-OPER; si el bloqueado es el firmado, la
000441*                sesion termina.
000442* 2026-10-11 JP  El cambio de nombre que se aplica al maestro
000443*                se anota en el diario NOMBRE-DIARIO (copy
000444*                DIARIO) con la imagen anterior y posterior
000445*                del registro y el supervisor firmado.

000446 ENVIRONMENT DIVISION.

000447 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460         SELECT NOMBRE-ROSTER ASSIGN TO "NOMROSTR"
000470                ORGANIZATION IS INDEXED
000500                ALTERNATE RECORD KEY IS ROS-NOMBRE
000510                       WITH DUPLICATES
000520                FILE STATUS IS WS-STAT-ROSTER.
000521         SELECT NOMBRE-SEGUR ASSIGN TO "NOMSEGUR"
000522                ORGANIZATION IS SEQUENTIAL
000523                FILE STATUS IS WS-STAT-SEGUR.
000524         SELECT NOMBRE-FALLA ASSIGN TO "NOMFALLA"
000525                ORGANIZATION IS INDEXED
000526                ACCESS MODE IS DYNAMIC
000527                RECORD KEY IS FAL-CLAVE
000528                FILE STATUS IS WS-STAT-FALLA.
000530         SELECT NOMBRE-HRFEED ASSIGN TO "NOMHRFED"
000540                ORGANIZATION IS SEQUENTIAL
000550                FILE STATUS IS WS-STAT-HRFEED.
000551         SELECT NOMBRE-CAMRH ASSIGN TO "NOMCAMRH"
000552                ORGANIZATION IS INDEXED
000553                ACCESS MODE IS DYNAMIC
000554                RECORD KEY IS CRH-NUM-EMPLEADO
000555                FILE STATUS IS WS-STAT-CAMRH.
000556         SELECT CAMBIO-RPT ASSIGN TO "CAMREP"
000557                ORGANIZATION IS SEQUENTIAL
000558                FILE STATUS IS WS-STAT-CAMREP.
000560         SELECT NOMBRE-MASTER ASSIGN TO "NOMMSTR"
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS DYNAMIC
000620                ALTERNATE RECORD KEY IS NOM-APELLIDO-PATERNO
000630                       WITH DUPLICATES
000640                FILE STATUS IS WS-STAT-MASTER.
000641         SELECT NOMBRE-HIST ASSIGN TO "NOMHIST"
000642                ORGANIZATION IS SEQUENTIAL
000643                FILE STATUS IS WS-STAT-HIST.
000644         SELECT NOMBRE-EXTR ASSIGN TO "NOMEXTR"
000645                ORGANIZATION IS SEQUENTIAL
000646                FILE STATUS IS WS-STAT-EXTR.
000647         SELECT NOMBRE-EXSEQ ASSIGN TO "NOMEXSEQ"
000648                ORGANIZATION IS SEQUENTIAL
000649                FILE STATUS IS WS-STAT-EXSEQ.
000650         SELECT DISCREP-RPT ASSIGN TO "DISREP"
000660                ORGANIZATION IS SEQUENTIAL
000670                FILE STATUS IS WS-STAT-DISREP.
000671         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000672                ORGANIZATION IS SEQUENTIAL
000673                FILE STATUS IS WS-STAT-DIARIO.
000680         SELECT NOMBRE-OPER ASSIGN TO "NOMOPER"
000690                ORGANIZATION IS INDEXED
000700                ACCESS MODE IS DYNAMIC
000790             LABEL RECORDS ARE STANDARD.
000800 COPY "copybooks/roster.cpy".

000801*-----------------------------------------------------------
000802* NOMBRE-SEGUR - Bitacora de seguridad (firmas fallidas,
000803* opciones negadas y bloqueos)
000804*-----------------------------------------------------------
000805 FD  NOMBRE-SEGUR
000806             LABEL RECORDS ARE STANDARD
000807             RECORD CONTAINS 90 CHARACTERS.
000808 COPY "copybooks/seguridad.cpy".

000810*-----------------------------------------------------------
000820* NOMBRE-HRFEED - Feed mensual de personal de recursos humanos
000830*-----------------------------------------------------------
000880         05  HRF-NUM-EMPLEADO            PIC X(08).
000890         05  HRF-NOMBRE                  PIC X(30).

000891*-----------------------------------------------------------
000892* NOMBRE-FALLA - Fallas consecutivas por clave (KSDS)
000893*-----------------------------------------------------------
000894 FD  NOMBRE-FALLA
000895             LABEL RECORDS ARE STANDARD.
000896 COPY "copybooks/fallas.cpy".

000900*-----------------------------------------------------------
000910* NOMBRE-MASTER - Maestro de nombres capturados (KSDS)
000920*-----------------------------------------------------------
000940             LABEL RECORDS ARE STANDARD.
000950 COPY "copybooks/nombre.cpy".

000951*-----------------------------------------------------------
000952* NOMBRE-CAMRH - Cambios de nombre del feed de RH (KSDS)
000953*-----------------------------------------------------------
000954 FD  NOMBRE-CAMRH
000955             LABEL RECORDS ARE STANDARD.
000956 COPY "copybooks/cambiorh.cpy".

000960*-----------------------------------------------------------
000970* DISCREP-RPT - Listado de registros del maestro cuyo nombre
000980* quedo inactivo en el padron tras la conciliacion
001020             RECORD CONTAINS 80 CHARACTERS.
001030 01  DISCREP-RPT-REC                 PIC X(80).

001031*-----------------------------------------------------------
001032* CAMBIO-RPT - Listado de cambios de nombre detectados en la
001033* carga del feed
001034*-----------------------------------------------------------
001035 FD  CAMBIO-RPT
001036             LABEL RECORDS ARE STANDARD
001037             RECORD CONTAINS 80 CHARACTERS.
001038 01  CAMBIO-RPT-REC                  PIC X(80).

001040*-----------------------------------------------------------
001050* NOMBRE-OPER - Maestro de operadores (KSDS)
001060*-----------------------------------------------------------
001080             LABEL RECORDS ARE STANDARD.
001090 COPY "copybooks/operador.cpy".

001091*-----------------------------------------------------------
001092* NOMBRE-HIST - Bitacora historica de bajas y cambios
001093*-----------------------------------------------------------
001094 FD  NOMBRE-HIST
001095             LABEL RECORDS ARE STANDARD
001096             RECORD CONTAINS 125 CHARACTERS.
001097 COPY "copybooks/historia.cpy".

001098*-----------------------------------------------------------
001099* NOMBRE-EXTR - Interfaz de ancho fijo para sistemas de bajada
001100*-----------------------------------------------------------
001101 FD  NOMBRE-EXTR
001102             LABEL RECORDS ARE STANDARD.
001103 COPY "copybooks/extracto.cpy".

001104*-----------------------------------------------------------
001105* NOMBRE-EXSEQ - Control del consecutivo de extraccion
001106*-----------------------------------------------------------
001107 FD  NOMBRE-EXSEQ
001108             LABEL RECORDS ARE STANDARD
001109             RECORD CONTAINS 10 CHARACTERS.
001110 01  NOMBRE-EXSEQ-REC                PIC 9(10).

001111*-----------------------------------------------------------
001112* NOMBRE-DIARIO - Diario de actualizaciones del maestro
001113*-----------------------------------------------------------
001114 FD  NOMBRE-DIARIO
001115             LABEL RECORDS ARE STANDARD
001116             RECORD CONTAINS 290 CHARACTERS.
001117 COPY "copybooks/diario.cpy".

001118 WORKING-STORAGE SECTION.
001119*-----------------------------------------------------------
001120* CAMPOS DE TRABAJO
001130*-----------------------------------------------------------
001140 77  WS-STAT-ROSTER              PIC X(02) VALUE SPACES.
001150         88  ROSTER-OK                       VALUE "00".
001160         88  ROSTER-NO-EXISTE-ARCHIVO        VALUE "35".
001170 77  WS-STAT-HRFEED              PIC X(02) VALUE SPACES.
001171 77  WS-STAT-CAMRH               PIC X(02) VALUE SPACES.
001172 77  WS-STAT-CAMREP              PIC X(02) VALUE SPACES.
001173 77  WS-STAT-HIST                PIC X(02) VALUE SPACES.
001174 77  WS-STAT-EXTR                PIC X(02) VALUE SPACES.
001175 77  WS-STAT-EXSEQ               PIC X(02) VALUE SPACES.
001176 77  WS-CAMRH-DISPONIBLE         PIC X(01) VALUE "N".
001177         88  CAMRH-DISPONIBLE                VALUE "S".
001180 77  WS-OPCION                   PIC X(01).
001190         88  OPCION-ALTA                     VALUE "1".
001200         88  OPCION-CONSULTA                 VALUE "2".
001210         88  OPCION-BAJA                     VALUE "3".
001220         88  OPCION-CARGA                    VALUE "4".
001230         88  OPCION-CAMBIOS                  VALUE "5".
001231         88  OPCION-SALIR                    VALUE "6".
001240 77  WS-TERMINAR-MENU            PIC X(01) VALUE "N".
001250         88  TERMINAR-MENU                   VALUE "S".
001260 77  WKS-NOMBRE                  PIC X(30).
001290         88  NOMBRE-NO-VALIDO                VALUE "N".
001300 77  WS-SUB                       PIC 9(02) COMP.
001310 77  WS-CARACTER                  PIC X(01).
001311 77  WS-NOMBRE-PROPIO            PIC X(20).
001312 77  WS-APELLIDO-PATERNO         PIC X(15).
001313 77  WS-APELLIDO-MATERNO         PIC X(15).
001314 77  WS-NUM-PALABRAS             PIC 9(02) COMP VALUE ZERO.
001315 77  WS-NUM-PROPIO               PIC 9(02) COMP VALUE ZERO.
001316 77  WS-SUB-PALABRA              PIC 9(02) COMP.
001317 77  WS-APUNTADOR                PIC 9(02) COMP.
001318 01  WS-PALABRAS.
001319         05  WS-PALABRA OCCURS 6 TIMES   PIC X(30).
001320 77  WS-FIN-FEED                 PIC X(01) VALUE "N".
001330         88  FIN-FEED                        VALUE "S".
001340 77  WS-CONTADOR-LEIDOS           PIC 9(07) COMP VALUE ZERO.
001370 77  WS-CONTADOR-RECHAZADOS       PIC 9(07) COMP VALUE ZERO.
001380 77  WS-CONTADOR-BAJAS            PIC 9(07) COMP VALUE ZERO.
001390 77  WS-CONTADOR-REACTIVADOS      PIC 9(07) COMP VALUE ZERO.
001391 77  WS-CONTADOR-CAMBIOS          PIC 9(07) COMP VALUE ZERO.
001392 77  WS-CONTADOR-APLICADOS        PIC 9(07) COMP VALUE ZERO.
001393 77  WS-CONTADOR-RECHAZOS         PIC 9(07) COMP VALUE ZERO.
001400 77  WS-STAT-MASTER              PIC X(02) VALUE SPACES.
001401 77  WS-EXT-SECUENCIA            PIC 9(10) VALUE ZERO.
001402 77  WS-REINTENTOS               PIC 9(02) COMP VALUE ZERO.
001403 77  WS-MAX-REINTENTOS           PIC 9(02) COMP VALUE 3.
001404 77  WS-EXSEQ-ABIERTO            PIC X(01) VALUE "N".
001405         88  EXSEQ-ABIERTO                   VALUE "S".
001406 77  WS-SEC-EXTR-TOMADA          PIC X(01) VALUE "N".
001407         88  SEC-EXTR-TOMADA                 VALUE "S".
001410 77  WS-STAT-DISREP              PIC X(02) VALUE SPACES.
001420 77  WS-FIN-PADRON               PIC X(01) VALUE "N".
001430         88  FIN-PADRON                      VALUE "S".
001440 77  WS-FIN-MAESTRO              PIC X(01) VALUE "N".
001450         88  FIN-MAESTRO                     VALUE "S".
001451 77  WS-FIN-CAMBIOS              PIC X(01) VALUE "N".
001452         88  FIN-CAMBIOS                     VALUE "S".
001453 77  WS-RESPUESTA-CAMBIO         PIC X(01).
001454         88  CAMBIO-APLICAR                  VALUE "A".
001455         88  CAMBIO-RECHAZAR                 VALUE "R".
001456         88  CAMBIO-TERMINAR                 VALUE "T".
001460 77  WS-FECHA-CORRIDA            PIC 9(08).
001470 77  WS-CONTADOR-DISCREPA        PIC 9(07) COMP VALUE ZERO.
001480 01  WS-DIS-ENCABEZADO.
001510                    VALUE "MAESTRO CON NOMBRE INACTIVO        ".
001520         05  FILLER                  PIC X(07) VALUE "FECHA: ".
001530         05  DIS-FECHA               PIC 9(08).
001531 01  WS-CAM-ENCABEZADO.
001532         05  FILLER                  PIC X(01) VALUE SPACE.
001533         05  FILLER                  PIC X(35)
001534                    VALUE "CAMBIOS DE NOMBRE DEL FEED DE RH   ".
001535         05  FILLER                  PIC X(07) VALUE "FECHA: ".
001536         05  CAM-FECHA               PIC 9(08).
001540 01  WS-DIS-DETALLE.
001550         05  FILLER                  PIC X(01) VALUE SPACE.
001560         05  DIS-NOMBRE              PIC X(30).
001610         05  FILLER                  PIC X(02) VALUE SPACES.
001620         05  FILLER                  PIC X(05) VALUE "BAJA ".
001630         05  DIS-FECHA-BAJA          PIC 9(08).
001631 01  WS-CAM-TITULOS.
001632         05  FILLER                  PIC X(01) VALUE SPACE.
001633         05  FILLER                  PIC X(10) VALUE "EMPLEADO".
001634         05  FILLER                  PIC X(32)
001635                    VALUE "NOMBRE ANTERIOR".
001636         05  FILLER                  PIC X(12)
001637                    VALUE "NOMBRE NUEVO".
001640 01  WS-DIS-TOTAL.
001650         05  FILLER                  PIC X(01) VALUE SPACE.
001660         05  FILLER                  PIC X(20)
001670                    VALUE "TOTAL DISCREPANCIAS:".
001680         05  DIS-CONTADOR            PIC ZZZ,ZZ9.
001681 01  WS-CAM-DETALLE.
001682         05  FILLER                  PIC X(01) VALUE SPACE.
001683         05  CAM-NUM-EMPLEADO        PIC 9(08).
001684         05  FILLER                  PIC X(02) VALUE SPACES.
001685         05  CAM-NOMBRE-ANTERIOR     PIC X(30).
001686         05  FILLER                  PIC X(02) VALUE SPACES.
001687         05  CAM-NOMBRE-NUEVO        PIC X(30).
001690 77  WS-STAT-OPER                PIC X(02) VALUE SPACES.
001691 01  WS-CAM-TOTAL.
001692         05  FILLER                  PIC X(01) VALUE SPACE.
001693         05  FILLER                  PIC X(25)
001694                    VALUE "TOTAL CAMBIOS DE NOMBRE: ".
001695         05  CAM-CONTADOR            PIC ZZZ,ZZ9.
001700 77  WS-OPERADOR-FIRMADO         PIC X(08) VALUE SPACES.
001701 77  WS-STAT-SEGUR               PIC X(02) VALUE SPACES.
001702 77  WS-STAT-FALLA               PIC X(02) VALUE SPACES.
001703 77  WS-FALLA-EXISTE             PIC X(01) VALUE "N".
001704         88  FALLA-EXISTE                    VALUE "S".
001705 77  WS-PROGRAMA                 PIC X(24)
001706                VALUE "MANTENIMIENTO-ROSTER".
001707 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
001708 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
001709 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
001710 77  WS-FIRMADO                  PIC X(01) VALUE "N".
001720         88  FIRMADO                         VALUE "S".
001730 77  WS-INTENTOS-FIRMA           PIC 9(02) COMP VALUE ZERO.
001731 77  WS-SEG-TIPO                 PIC X(01) VALUE SPACE.
001732         88  EVENTO-FIRMA-FALLIDA            VALUE "F".
001733         88  EVENTO-OPCION-DENEGADA          VALUE "D".
001734         88  EVENTO-BLOQUEO                  VALUE "B".
001735 77  WS-SEG-CLAVE                PIC X(08) VALUE SPACES.
001736 77  WS-SEG-DETALLE              PIC X(30) VALUE SPACES.
001737 77  WS-SEG-FALLAS               PIC 9(03) VALUE ZERO.
001738 77  WS-MAX-FALLAS               PIC 9(03) VALUE 5.
001739 77  WS-FALLAS-CAPTURA           PIC X(03) VALUE SPACES.
001740 77  WS-MAX-INTENTOS-FIRMA       PIC 9(02) COMP VALUE 3.
001750 77  WS-NIVEL-FIRMADO            PIC X(01) VALUE SPACE.
001760         88  FIRMADO-SUPERVISOR              VALUE "S".
001761 77  WS-OPERADOR-BLOQUEADO       PIC X(01) VALUE "N".
001762         88  OPERADOR-BLOQUEADO              VALUE "S".
001770 77  WS-NUM-CAPTURA              PIC X(08).
001780 77  WS-NUM-EMPLEADO             PIC 9(08) VALUE ZERO.

002170                       ELSE
002180                              DISPLAY "AVISO: la baja requiere "
002190                                     "nivel de supervisor"
002191                              MOVE "OPCION 3 BAJA"
002192                                     TO WS-SEG-DETALLE
002193                              PERFORM 9550-DENEGAR-OPCION
002194                                     THRU 9550-EXIT
002200                       END-IF
002210                WHEN OPCION-CARGA
002220                       PERFORM 6000-CARGA-FEED THRU 6000-EXIT
002221                WHEN OPCION-CAMBIOS
002222                       IF FIRMADO-SUPERVISOR
002223                              PERFORM 8000-APLICAR-CAMBIOS
002224                                     THRU 8000-EXIT
002225                       ELSE
002226                              DISPLAY "AVISO: aplicar cambios "
002227                                     "de nombre requiere nivel "
002228                                     "de supervisor"
002229                              MOVE "OPCION 5 CAMBIOS"
002230                                     TO WS-SEG-DETALLE
002231                              PERFORM 9550-DENEGAR-OPCION
002232                                     THRU 9550-EXIT
002233                       END-IF
002234                WHEN OPCION-SALIR
002240                       SET TERMINAR-MENU TO TRUE
002250                WHEN OTHER
002260                       DISPLAY "Opcion invalida"
002370         DISPLAY "  2. Consulta  (verificar un nombre)".
002380         DISPLAY "  3. Baja      (marcar inactivo)".
002390         DISPLAY "  4. Carga     (conciliar feed de RH)".
002400         DISPLAY "  5. Cambios   (aplicar nombres del feed)".
002401         DISPLAY "  6. Salir".
002410         DISPLAY "-----------------------------------------".
002420         DISPLAY "Selecciona una opcion: ".
002430 2100-EXIT.
003840* registro que quedo pendiente ya no viene en el feed y se
003850* marca inactivo con fecha efectiva de baja. Cierra la
003860* corrida el listado de discrepancias contra el maestro.
003861* Los empleados cuyo nombre cambio en el feed salen en CAMREP
003862* y quedan pendientes en NOMBRE-CAMRH para el supervisor.
003870*-------------------------------------------------------------
003880 6000-CARGA-FEED.
003890         MOVE "N" TO WS-FIN-FEED.
003930         MOVE ZERO TO WS-CONTADOR-RECHAZADOS.
003940         MOVE ZERO TO WS-CONTADOR-BAJAS.
003950         MOVE ZERO TO WS-CONTADOR-REACTIVADOS.
003951         MOVE ZERO TO WS-CONTADOR-CAMBIOS.
003960         ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
003970         OPEN INPUT NOMBRE-HRFEED.
003980         IF WS-STAT-HRFEED NOT = "00"
004000                GO TO 6000-EXIT
004010         END-IF.
004020         PERFORM 6300-MARCAR-PENDIENTES THRU 6300-EXIT.
004021         PERFORM 6050-ABRIR-CAMBIOS THRU 6050-EXIT.
004030         PERFORM 6100-LEER-FEED THRU 6100-EXIT.
004040         PERFORM 6200-CARGAR-NOMBRE THRU 6200-EXIT
004050                UNTIL FIN-FEED.
004060         CLOSE NOMBRE-HRFEED.
004061         PERFORM 6060-CERRAR-CAMBIOS THRU 6060-EXIT.
004070         PERFORM 6400-APLICAR-BAJAS THRU 6400-EXIT.
004080         PERFORM 7000-LISTAR-DISCREPANCIAS THRU 7000-EXIT.
004090         DISPLAY "Leidos      : " WS-CONTADOR-LEIDOS.
004110         DISPLAY "Existentes  : " WS-CONTADOR-EXISTENTES.
004120         DISPLAY "Reactivados : " WS-CONTADOR-REACTIVADOS.
004130         DISPLAY "Bajas       : " WS-CONTADOR-BAJAS.
004131         DISPLAY "Cambios nom.: " WS-CONTADOR-CAMBIOS.
004140         DISPLAY "Rechazados  : " WS-CONTADOR-RECHAZADOS.
004150 6000-EXIT.
004160         EXIT.
004270* 6200-CARGAR-NOMBRE - APLICA UN NOMBRE DEL FEED AL PADRON
004280* Un nombre nuevo se da de alta activo; uno existente se
004290* confirma (deja de estar pendiente); uno inactivo que
004300* reaparece en el feed se reactiva sin fecha de baja. Si el
004301* nombre del feed ya no es el del padron, el cambio se
004302* registra antes de sobreescribir el nombre.
004310*-------------------------------------------------------------
004320 6200-CARGAR-NOMBRE.
004330         ADD 1 TO WS-CONTADOR-LEIDOS.
004650                       SET ROS-ACTIVO TO TRUE
004660                       MOVE ZERO TO ROS-FECHA-BAJA
004670                       MOVE "HRFEED  " TO ROS-ORIGEN-CARGA
004671                       IF ROS-NOMBRE NOT = WKS-NOMBRE
004672                              PERFORM 6250-REGISTRAR-CAMBIO
004673                                     THRU 6250-EXIT
004674                       END-IF
004680                       MOVE WKS-NOMBRE TO ROS-NOMBRE
004690                       REWRITE ROSTER-RECORD
004700         END-READ.
005960* operadores se dan de alta con MANTENIMIENTO-OPERADORES.
005970*-------------------------------------------------------------
005980 1040-FIRMAR-OPERADOR.
005990         OPEN I-O NOMBRE-OPER.
006000         IF WS-STAT-OPER NOT = "00"
006010                DISPLAY "ERROR: no hay maestro de operadores; "
006020                       "registre operadores con "
006030                       "MANTENIMIENTO-OPERADORES"
006040                STOP RUN
006050         END-IF.
006051         ACCEPT WS-FALLAS-CAPTURA FROM ENVIRONMENT "MAXFALLAS".
006052         IF WS-FALLAS-CAPTURA IS NUMERIC
006053                MOVE WS-FALLAS-CAPTURA TO WS-MAX-FALLAS
006054         END-IF.
006055         IF WS-MAX-FALLAS = ZERO
006056                MOVE 5 TO WS-MAX-FALLAS
006057         END-IF.
006060         PERFORM 1045-INTENTAR-FIRMA THRU 1045-EXIT
006070                UNTIL FIRMADO
006080                       OR WS-INTENTOS-FIRMA NOT LESS THAN
006220         DISPLAY "Clave de operador: ".
006230         ACCEPT WS-OPERADOR-FIRMADO.
006240         MOVE WS-OPERADOR-FIRMADO TO OPE-ID.
006241         SET EVENTO-FIRMA-FALLIDA TO TRUE.
006242         MOVE WS-OPERADOR-FIRMADO TO WS-SEG-CLAVE.
006250         READ NOMBRE-OPER
006260                INVALID KEY
006270                       DISPLAY "AVISO: operador no registrado"
006271                       MOVE "CLAVE NO REGISTRADA"
006272                              TO WS-SEG-DETALLE
006273                       PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
006280                       GO TO 1045-EXIT
006290         END-READ.
006300         IF OPE-INACTIVO
006310                DISPLAY "AVISO: operador inactivo"
006311                MOVE "OPERADOR INACTIVO" TO WS-SEG-DETALLE
006312                PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
006320                GO TO 1045-EXIT
006330         END-IF.
006340         SET FIRMADO TO TRUE.
006341         PERFORM 9540-LIMPIAR-FALLAS THRU 9540-EXIT.
006350         MOVE OPE-NIVEL TO WS-NIVEL-FIRMADO.
006360         DISPLAY "Firmado: " OPE-NOMBRE.
006370 1045-EXIT.
006440         DISPLAY "MANTENIMIENTO-ROSTER: fin".
006450 9999-EXIT.
006460         EXIT.

006470*-------------------------------------------------------------
006480* 6050-ABRIR-CAMBIOS - ABRE LOS CAMBIOS DE NOMBRE DE LA CARGA
006490* El archivo de cambios se crea si no existe; sin el, la
006500* carga sigue y los cambios solo salen en el listado.
006510*-------------------------------------------------------------
006520 6050-ABRIR-CAMBIOS.
006530         MOVE "N" TO WS-CAMRH-DISPONIBLE.
006540         OPEN I-O NOMBRE-CAMRH.
006550         IF WS-STAT-CAMRH = "35"
006560                OPEN OUTPUT NOMBRE-CAMRH
006570                CLOSE NOMBRE-CAMRH
006580                OPEN I-O NOMBRE-CAMRH
006590         END-IF.
006600         IF WS-STAT-CAMRH = "00"
006610                SET CAMRH-DISPONIBLE TO TRUE
006620         ELSE
006630                DISPLAY "AVISO: archivo de cambios de nombre no "
006640                       "disponible, status " WS-STAT-CAMRH
006650         END-IF.
006660         OPEN OUTPUT CAMBIO-RPT.
006670         MOVE WS-FECHA-CORRIDA TO CAM-FECHA.
006680         WRITE CAMBIO-RPT-REC FROM WS-CAM-ENCABEZADO.
006690         WRITE CAMBIO-RPT-REC FROM WS-CAM-TITULOS.
006700 6050-EXIT.
006710         EXIT.

006720*-------------------------------------------------------------
006730* 6060-CERRAR-CAMBIOS - CIERRA EL LISTADO Y LOS CAMBIOS
006740*-------------------------------------------------------------
006750 6060-CERRAR-CAMBIOS.
006760         MOVE WS-CONTADOR-CAMBIOS TO CAM-CONTADOR.
006770         WRITE CAMBIO-RPT-REC FROM WS-CAM-TOTAL.
006780         CLOSE CAMBIO-RPT.
006790         IF CAMRH-DISPONIBLE
006800                CLOSE NOMBRE-CAMRH
006810         END-IF.
006820 6060-EXIT.
006830         EXIT.

006840*-------------------------------------------------------------
006850* 6250-REGISTRAR-CAMBIO - REGISTRA UN CAMBIO DE NOMBRE DE RH
006860* Llega con el registro del padron leido (nombre anterior en
006870* ROS-NOMBRE) y el nombre del feed en WKS-NOMBRE. Un cambio
006880* aun pendiente del mismo numero solo toma el nombre nuevo;
006890* uno ya resuelto se reemplaza por el cambio nuevo.
006900*-------------------------------------------------------------
006910 6250-REGISTRAR-CAMBIO.
006920         ADD 1 TO WS-CONTADOR-CAMBIOS.
006930         MOVE ROS-NUM-EMPLEADO TO CAM-NUM-EMPLEADO.
006940         MOVE ROS-NOMBRE TO CAM-NOMBRE-ANTERIOR.
006950         MOVE WKS-NOMBRE TO CAM-NOMBRE-NUEVO.
006960         WRITE CAMBIO-RPT-REC FROM WS-CAM-DETALLE.
006970         IF NOT CAMRH-DISPONIBLE
006980                GO TO 6250-EXIT
006990         END-IF.
007000         MOVE ROS-NUM-EMPLEADO TO CRH-NUM-EMPLEADO.
007010         READ NOMBRE-CAMRH
007020                INVALID KEY
007030                       PERFORM 6260-LLENAR-CAMBIO THRU 6260-EXIT
007040                       WRITE CAMBIORH-RECORD
007050                       GO TO 6250-EXIT
007060         END-READ.
007070         IF CRH-PENDIENTE
007080                MOVE WKS-NOMBRE TO CRH-NOMBRE-NUEVO
007090                MOVE WS-FECHA-CORRIDA TO CRH-FECHA-DETECCION
007100         ELSE
007110                PERFORM 6260-LLENAR-CAMBIO THRU 6260-EXIT
007120         END-IF.
007130         REWRITE CAMBIORH-RECORD.
007140 6250-EXIT.
007150         EXIT.

007160*-------------------------------------------------------------
007170* 6260-LLENAR-CAMBIO - ARMA UN CAMBIO PENDIENTE NUEVO
007180*-------------------------------------------------------------
007190 6260-LLENAR-CAMBIO.
007200         MOVE ROS-NUM-EMPLEADO TO CRH-NUM-EMPLEADO.
007210         MOVE ROS-NOMBRE TO CRH-NOMBRE-ANTERIOR.
007220         MOVE WKS-NOMBRE TO CRH-NOMBRE-NUEVO.
007230         MOVE WS-FECHA-CORRIDA TO CRH-FECHA-DETECCION.
007240         SET CRH-PENDIENTE TO TRUE.
007250         MOVE ZERO TO CRH-FECHA-RESOLUCION.
007260         MOVE SPACES TO CRH-OPERADOR.
007270 6260-EXIT.
007280         EXIT.

007290*-------------------------------------------------------------
007300* 8000-APLICAR-CAMBIOS - APLICA AL MAESTRO LOS CAMBIOS DE RH
007310* Recorre los cambios pendientes en orden de numero; el
007320* supervisor aplica, rechaza o deja pendiente cada uno.
007330*-------------------------------------------------------------
007340 8000-APLICAR-CAMBIOS.
007350         MOVE ZERO TO WS-CONTADOR-APLICADOS.
007360         MOVE ZERO TO WS-CONTADOR-RECHAZOS.
007370         OPEN I-O NOMBRE-CAMRH.
007380         IF WS-STAT-CAMRH NOT = "00"
007390                DISPLAY "AVISO: no hay cambios de nombre "
007400                       "registrados"
007410                GO TO 8000-EXIT
007420         END-IF.
007430         OPEN I-O NOMBRE-MASTER.
007440         IF WS-STAT-MASTER NOT = "00"
007450                DISPLAY "AVISO: no hay maestro de nombres"
007460                CLOSE NOMBRE-CAMRH
007470                GO TO 8000-EXIT
007480         END-IF.
007490         OPEN EXTEND NOMBRE-EXTR.
007500         IF WS-STAT-EXTR = "35"
007510                OPEN OUTPUT NOMBRE-EXTR
007520                CLOSE NOMBRE-EXTR
007530                OPEN EXTEND NOMBRE-EXTR
007540         END-IF.
007550         MOVE "N" TO WS-FIN-CAMBIOS.
007560         MOVE ZERO TO CRH-NUM-EMPLEADO.
007570         START NOMBRE-CAMRH
007580                KEY IS NOT LESS THAN CRH-NUM-EMPLEADO
007590                INVALID KEY
007600                       SET FIN-CAMBIOS TO TRUE
007610         END-START.
007620         PERFORM 8100-REVISAR-CAMBIO THRU 8100-EXIT
007630                UNTIL FIN-CAMBIOS.
007640         CLOSE NOMBRE-EXTR.
007650         CLOSE NOMBRE-MASTER.
007660         CLOSE NOMBRE-CAMRH.
007670         DISPLAY "Aplicados   : " WS-CONTADOR-APLICADOS.
007680         DISPLAY "Rechazados  : " WS-CONTADOR-RECHAZOS.
007690 8000-EXIT.
007700         EXIT.

007710*-------------------------------------------------------------
007720* 8100-REVISAR-CAMBIO - PRESENTA UN CAMBIO PENDIENTE
007730*-------------------------------------------------------------
007740 8100-REVISAR-CAMBIO.
007750         READ NOMBRE-CAMRH NEXT RECORD
007760                AT END
007770                       SET FIN-CAMBIOS TO TRUE
007780                       GO TO 8100-EXIT
007790         END-READ.
007800         IF NOT CRH-PENDIENTE
007810                GO TO 8100-EXIT
007820         END-IF.
007830         DISPLAY "Empleado  : " CRH-NUM-EMPLEADO.
007840         DISPLAY "Anterior  : " CRH-NOMBRE-ANTERIOR.
007850         DISPLAY "Nuevo     : " CRH-NOMBRE-NUEVO.
007860         DISPLAY "Detectado : " CRH-FECHA-DETECCION.
007870         DISPLAY "(A)plicar (R)echazar (S)iguiente (T)erminar: ".
007880         ACCEPT WS-RESPUESTA-CAMBIO.
007890         EVALUATE TRUE
007900                WHEN CAMBIO-APLICAR
007910                       PERFORM 8200-APLICAR-AL-MAESTRO
007920                              THRU 8200-EXIT
007930                WHEN CAMBIO-RECHAZAR
007940                       SET CRH-RECHAZADO TO TRUE
007950                       PERFORM 8190-CERRAR-CAMBIO THRU 8190-EXIT
007960                       ADD 1 TO WS-CONTADOR-RECHAZOS
007970                       DISPLAY "Cambio rechazado"
007980                WHEN CAMBIO-TERMINAR
007990                       SET FIN-CAMBIOS TO TRUE
008000                WHEN OTHER
008010                       CONTINUE
008020         END-EVALUATE.
008030 8100-EXIT.
008040         EXIT.

008050*-------------------------------------------------------------
008060* 8190-CERRAR-CAMBIO - ESTAMPA LA RESOLUCION DEL CAMBIO
008070*-------------------------------------------------------------
008080 8190-CERRAR-CAMBIO.
008090         ACCEPT CRH-FECHA-RESOLUCION FROM DATE YYYYMMDD.
008100         MOVE WS-OPERADOR-FIRMADO TO CRH-OPERADOR.
008110         REWRITE CAMBIORH-RECORD.
008120 8190-EXIT.
008130         EXIT.

008140*-------------------------------------------------------------
008150* 8200-APLICAR-AL-MAESTRO - REGRABA EL MAESTRO CON EL NOMBRE
008160* NUEVO
008170* Igual que el cambio en linea de MANTENIMIENTO-NOMBRES: la
008180* imagen anterior va a NOMBRE-HIST, se derivan de nuevo los
008190* componentes del nombre y el cambio sale al extracto. Un
008200* empleado que no esta en el maestro solo cambio en el padron.
008210*-------------------------------------------------------------
008220 8200-APLICAR-AL-MAESTRO.
008230         MOVE CRH-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
008240         READ NOMBRE-MASTER
008250                INVALID KEY
008260                       DISPLAY "AVISO: el empleado no esta en el "
008270                              "maestro; solo cambio el padron"
008280                       SET CRH-SIN-MAESTRO TO TRUE
008290                       PERFORM 8190-CERRAR-CAMBIO THRU 8190-EXIT
008300                       GO TO 8200-EXIT
008310         END-READ.
008320         IF NOM-NOMBRE = CRH-NOMBRE-NUEVO
008330                DISPLAY "AVISO: el maestro ya tiene el nombre "
008340                       "nuevo"
008350                SET CRH-APLICADO TO TRUE
008360                PERFORM 8190-CERRAR-CAMBIO THRU 8190-EXIT
008370                GO TO 8200-EXIT
008380         END-IF.
008390         PERFORM 8300-GRABAR-HISTORIA THRU 8300-EXIT.
008391         MOVE NOMBRE-RECORD TO WS-DIARIO-ANTES.
008400         MOVE CRH-NOMBRE-NUEVO TO WKS-NOMBRE.
008410         MOVE WKS-NOMBRE TO NOM-NOMBRE.
008420         ACCEPT NOM-FECHA-CAPTURA FROM DATE YYYYMMDD.
008430         ACCEPT NOM-HORA-CAPTURA FROM TIME.
008440         ACCEPT NOM-TERMINAL-ORIGEN FROM ENVIRONMENT "TERMID".
008450         PERFORM 3500-SEPARAR-NOMBRE THRU 3500-EXIT.
008460         MOVE WS-NOMBRE-PROPIO TO NOM-NOMBRE-PROPIO.
008470         MOVE WS-APELLIDO-PATERNO TO NOM-APELLIDO-PATERNO.
008480         MOVE WS-APELLIDO-MATERNO TO NOM-APELLIDO-MATERNO.
008490         REWRITE NOMBRE-RECORD
008500                INVALID KEY
008510                       DISPLAY "AVISO: no se pudo regrabar"
008520                       GO TO 8200-EXIT
008530         END-REWRITE.
008531         MOVE "C" TO WS-DIARIO-TIPO.
008532         PERFORM 8500-GRABAR-DIARIO THRU 8500-EXIT.
008540         PERFORM 8400-GRABAR-EXTRACTO THRU 8400-EXIT.
008550         SET CRH-APLICADO TO TRUE.
008560         PERFORM 8190-CERRAR-CAMBIO THRU 8190-EXIT.
008570         ADD 1 TO WS-CONTADOR-APLICADOS.
008580         DISPLAY "Nombre corregido en el maestro".
008590 8200-EXIT.
008600         EXIT.

008610*-------------------------------------------------------------
008620* 8300-GRABAR-HISTORIA - GUARDA LA IMAGEN ANTERIOR EN LA
008630* BITACORA HISTORICA, CREANDOLA SI NO EXISTE
008640*-------------------------------------------------------------
008650 8300-GRABAR-HISTORIA.
008660         OPEN EXTEND NOMBRE-HIST.
008670         IF WS-STAT-HIST = "35"
008680                OPEN OUTPUT NOMBRE-HIST
008690                CLOSE NOMBRE-HIST
008700                OPEN EXTEND NOMBRE-HIST
008710         END-IF.
008720         MOVE "C" TO HIS-TIPO-MOVTO.
008730         ACCEPT HIS-FECHA-MOVTO FROM DATE YYYYMMDD.
008740         ACCEPT HIS-HORA-MOVTO FROM TIME.
008750         MOVE WS-OPERADOR-FIRMADO TO HIS-OPERADOR.
008760         ACCEPT HIS-TERMINAL-MOVTO FROM ENVIRONMENT "TERMID".
008770         MOVE "CAMBIO DE NOMBRE DEL FEED RH" TO HIS-MOTIVO.
008780         MOVE NOM-NOMBRE TO HIS-NOMBRE-ANTERIOR.
008790         MOVE NOM-FECHA-CAPTURA TO HIS-FECHA-CAPTURA.
008800         MOVE NOM-HORA-CAPTURA TO HIS-HORA-CAPTURA.
008810         MOVE NOM-TERMINAL-ORIGEN TO HIS-TERMINAL-ORIGEN.
008820         MOVE NOM-NUM-EMPLEADO TO HIS-NUM-EMPLEADO.
008830         WRITE NOMBRE-HIST-REC.
008840         CLOSE NOMBRE-HIST.
008850 8300-EXIT.
008860         EXIT.

008870*-------------------------------------------------------------
008880* 8400-GRABAR-EXTRACTO - MANDA EL CAMBIO DE NOMBRE AL EXTRACTO
008890* Sin consecutivo tomado no se graba la extraccion, para no
008900* sacar registros con secuencia basura o repetida.
008910*-------------------------------------------------------------
008920 8400-GRABAR-EXTRACTO.
008930         PERFORM 8450-OBTENER-SEC-EXTRACTO THRU 8450-EXIT.
008940         IF NOT SEC-EXTR-TOMADA
008950                DISPLAY "ERROR: consecutivo del extracto no "
008960                       "disponible; extraccion no grabada"
008970                GO TO 8400-EXIT
008980         END-IF.
008990         MOVE NOM-NOMBRE TO EXT-NOMBRE.
009000         MOVE NOM-FECHA-CAPTURA TO EXT-FECHA-CAPTURA.
009010         MOVE NOM-HORA-CAPTURA TO EXT-HORA-CAPTURA.
009020         MOVE WS-EXT-SECUENCIA TO EXT-SECUENCIA.
009030         MOVE NOM-NUM-EMPLEADO TO EXT-NUM-EMPLEADO.
009040         SET EXT-MOVTO-CAMBIO TO TRUE.
009050         WRITE EXTRACTO-RECORD.
009060 8400-EXIT.
009070         EXIT.

009080*-------------------------------------------------------------
009090* 8450-OBTENER-SEC-EXTRACTO - LLEVA EL CONSECUTIVO DEL EXTRACTO
009100* Mismo protocolo del consecutivo NOMBRE-EXSEQ que usan los
009110* programas de captura: apertura exclusiva por numero -- abrir
009120* I-O, leer, sumar uno, regrabar y cerrar -- reintentando
009130* mientras otro programa tenga el control.
009140*-------------------------------------------------------------
009150 8450-OBTENER-SEC-EXTRACTO.
009160         MOVE "N" TO WS-EXSEQ-ABIERTO.
009170         MOVE "N" TO WS-SEC-EXTR-TOMADA.
009180         MOVE ZERO TO WS-REINTENTOS.
009190         PERFORM 8460-INTENTAR-ABRIR-EXSEQ THRU 8460-EXIT
009200                UNTIL EXSEQ-ABIERTO
009210                       OR WS-REINTENTOS GREATER THAN
009220                              WS-MAX-REINTENTOS.
009230         IF NOT EXSEQ-ABIERTO
009240                GO TO 8450-EXIT
009250         END-IF.
009260         READ NOMBRE-EXSEQ NEXT RECORD.
009270         ADD 1 TO NOMBRE-EXSEQ-REC.
009280         MOVE NOMBRE-EXSEQ-REC TO WS-EXT-SECUENCIA.
009290         REWRITE NOMBRE-EXSEQ-REC.
009300         IF WS-STAT-EXSEQ = "00"
009310                SET SEC-EXTR-TOMADA TO TRUE
009320         END-IF.
009330         CLOSE NOMBRE-EXSEQ.
009340 8450-EXIT.
009350         EXIT.

009360*-------------------------------------------------------------
009370* 8460-INTENTAR-ABRIR-EXSEQ - ABRE EL CONTROL CON REINTENTOS
009380*-------------------------------------------------------------
009390 8460-INTENTAR-ABRIR-EXSEQ.
009400         OPEN I-O NOMBRE-EXSEQ.
009410         IF WS-STAT-EXSEQ = "00"
009420                SET EXSEQ-ABIERTO TO TRUE
009430                GO TO 8460-EXIT
009440         END-IF.
009450         IF WS-STAT-EXSEQ = "35"
009460                OPEN OUTPUT NOMBRE-EXSEQ
009470                MOVE ZERO TO NOMBRE-EXSEQ-REC
009480                WRITE NOMBRE-EXSEQ-REC
009490                CLOSE NOMBRE-EXSEQ
009500         END-IF.
009510         ADD 1 TO WS-REINTENTOS.
009520 8460-EXIT.
009530         EXIT.

009531*-------------------------------------------------------------
009532* 8500-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
009533* MAESTRO, CREANDOLO SI NO EXISTE
009534* Lleva la imagen anterior que dejo guardada quien llama y la
009535* posterior tal como quedo el registro (en blanco en una baja).
009536*-------------------------------------------------------------
009537 8500-GRABAR-DIARIO.
009538         OPEN EXTEND NOMBRE-DIARIO.
009539         IF WS-STAT-DIARIO = "35"
009540                OPEN OUTPUT NOMBRE-DIARIO
009541                CLOSE NOMBRE-DIARIO
009542                OPEN EXTEND NOMBRE-DIARIO
009543         END-IF.
009544         MOVE SPACES TO DIARIO-RECORD.
009545         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
009546         ACCEPT DIA-HORA-MOVTO FROM TIME.
009547         MOVE WS-PROGRAMA TO DIA-PROGRAMA.
009548         MOVE WS-OPERADOR-FIRMADO TO DIA-OPERADOR.
009549         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
009550         MOVE NOM-NUM-EMPLEADO TO DIA-NUM-EMPLEADO.
009551         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
009552         IF NOT DIA-BAJA
009553                MOVE NOMBRE-RECORD TO DIA-IMAGEN-DESPUES
009554         END-IF.
009555         WRITE DIARIO-RECORD.
009556         CLOSE NOMBRE-DIARIO.
009557 8500-EXIT.
009558         EXIT.

009559*-------------------------------------------------------------
009560* 3500-SEPARAR-NOMBRE - DERIVA LOS COMPONENTES DEL NOMBRE
009561* El nombre capturado se separa en palabras: con una o dos
009570* palabras no hay apellido materno; con tres o mas, las dos
009580* ultimas son los apellidos y el resto es el nombre propio.
009590* Mas de seis palabras se truncan a las primeras seis.
009600*-------------------------------------------------------------
009610 3500-SEPARAR-NOMBRE.
009620         MOVE SPACES TO WS-PALABRAS.
009630         MOVE SPACES TO WS-NOMBRE-PROPIO.
009640         MOVE SPACES TO WS-APELLIDO-PATERNO.
009650         MOVE SPACES TO WS-APELLIDO-MATERNO.
009660         UNSTRING WKS-NOMBRE DELIMITED BY ALL SPACE
009670                INTO WS-PALABRA (1) WS-PALABRA (2)
009680                     WS-PALABRA (3) WS-PALABRA (4)
009690                     WS-PALABRA (5) WS-PALABRA (6)
009700         END-UNSTRING.
009710         MOVE ZERO TO WS-NUM-PALABRAS.
009720         PERFORM 3510-CONTAR-PALABRA THRU 3510-EXIT
009730                VARYING WS-SUB-PALABRA FROM 1 BY 1
009740                UNTIL WS-SUB-PALABRA > 6.
009750         EVALUATE WS-NUM-PALABRAS
009760                WHEN 0
009770                       CONTINUE
009780                WHEN 1
009790                       MOVE WS-PALABRA (1) TO WS-NOMBRE-PROPIO
009800                WHEN 2
009810                       MOVE WS-PALABRA (1) TO WS-NOMBRE-PROPIO
009820                       MOVE WS-PALABRA (2)
009830                              TO WS-APELLIDO-PATERNO
009840                WHEN OTHER
009850                       SUBTRACT 2 FROM WS-NUM-PALABRAS
009860                              GIVING WS-NUM-PROPIO
009870                       MOVE WS-PALABRA (WS-NUM-PALABRAS)
009880                              TO WS-APELLIDO-MATERNO
009890                       ADD 1 TO WS-NUM-PROPIO
009900                              GIVING WS-SUB-PALABRA
009910                       MOVE WS-PALABRA (WS-SUB-PALABRA)
009920                              TO WS-APELLIDO-PATERNO
009930                       MOVE 1 TO WS-APUNTADOR
009940                       PERFORM 3520-ARMAR-PROPIO THRU 3520-EXIT
009950                              VARYING WS-SUB-PALABRA FROM 1 BY 1
009960                              UNTIL WS-SUB-PALABRA > WS-NUM-PROPIO
009970         END-EVALUATE.
009980 3500-EXIT.
009990         EXIT.

010000*-------------------------------------------------------------
010010* 3510-CONTAR-PALABRA - CUENTA UNA PALABRA NO VACIA
010020*-------------------------------------------------------------
010030 3510-CONTAR-PALABRA.
010040         IF WS-PALABRA (WS-SUB-PALABRA) NOT = SPACES
010050                ADD 1 TO WS-NUM-PALABRAS
010060         END-IF.
010070 3510-EXIT.
010080         EXIT.

010090*-------------------------------------------------------------
010100* 3520-ARMAR-PROPIO - ARMA EL NOMBRE PROPIO PALABRA POR PALABRA
010110*-------------------------------------------------------------
010120 3520-ARMAR-PROPIO.
010130         STRING WS-PALABRA (WS-SUB-PALABRA) DELIMITED BY SPACE
010140                INTO WS-NOMBRE-PROPIO
010150                WITH POINTER WS-APUNTADOR
010160                ON OVERFLOW CONTINUE
010170         END-STRING.
010180         IF WS-SUB-PALABRA < WS-NUM-PROPIO
010190                STRING " " DELIMITED BY SIZE
010200                       INTO WS-NOMBRE-PROPIO
010210                       WITH POINTER WS-APUNTADOR
010220                       ON OVERFLOW CONTINUE
010230                END-STRING
010240         END-IF.
010250 3520-EXIT.
010260         EXIT.

010270*-------------------------------------------------------------
010280* 9500-REGISTRAR-FALLA - ANOTA UNA FALLA DE SEGURIDAD
010290* Suma la falla al contador de la clave, deja el evento en la
010300* bitacora de seguridad y, si la clave llego al maximo de fallas
010310* consecutivas, pone inactivo al operador.
010320*-------------------------------------------------------------
010330 9500-REGISTRAR-FALLA.
010340         PERFORM 9520-CONTAR-FALLA THRU 9520-EXIT.
010350         PERFORM 9510-GRABAR-EVENTO THRU 9510-EXIT.
010360         IF WS-SEG-FALLAS NOT LESS THAN WS-MAX-FALLAS
010370                PERFORM 9530-BLOQUEAR-OPERADOR THRU 9530-EXIT
010380         END-IF.
010390 9500-EXIT.
010400         EXIT.

010410*-------------------------------------------------------------
010420* 9510-GRABAR-EVENTO - AGREGA UN EVENTO A LA BITACORA DE
010430* SEGURIDAD, CREANDOLA SI NO EXISTE
010440*-------------------------------------------------------------
010450 9510-GRABAR-EVENTO.
010460         OPEN EXTEND NOMBRE-SEGUR.
010470         IF WS-STAT-SEGUR = "35"
010480                OPEN OUTPUT NOMBRE-SEGUR
010490                CLOSE NOMBRE-SEGUR
010500                OPEN EXTEND NOMBRE-SEGUR
010510         END-IF.
010520         IF WS-STAT-SEGUR NOT = "00"
010530                DISPLAY "ERROR: no se pudo abrir NOMBRE-SEGUR, "
010540                       "estado " WS-STAT-SEGUR
010550                GO TO 9510-EXIT
010560         END-IF.
010570         ACCEPT SEG-FECHA FROM DATE YYYYMMDD.
010580         ACCEPT SEG-HORA FROM TIME.
010590         MOVE WS-SEG-TIPO TO SEG-TIPO.
010600         MOVE WS-SEG-CLAVE TO SEG-CLAVE.
010610         ACCEPT SEG-TERMINAL FROM ENVIRONMENT "TERMID".
010620         MOVE WS-PROGRAMA TO SEG-PROGRAMA.
010630         MOVE WS-SEG-DETALLE TO SEG-DETALLE.
010640         MOVE WS-SEG-FALLAS TO SEG-FALLAS.
010650         WRITE NOMBRE-SEGUR-REC.
010660         CLOSE NOMBRE-SEGUR.
010670 9510-EXIT.
010680         EXIT.

010690*-------------------------------------------------------------
010700* 9520-CONTAR-FALLA - SUMA UNA FALLA CONSECUTIVA A LA CLAVE
010710*-------------------------------------------------------------
010720 9520-CONTAR-FALLA.
010730         MOVE ZERO TO WS-SEG-FALLAS.
010740         OPEN I-O NOMBRE-FALLA.
010750         IF WS-STAT-FALLA = "35"
010760                OPEN OUTPUT NOMBRE-FALLA
010770                CLOSE NOMBRE-FALLA
010780                OPEN I-O NOMBRE-FALLA
010790         END-IF.
010800         IF WS-STAT-FALLA NOT = "00"
010810                DISPLAY "ERROR: no se pudo abrir NOMBRE-FALLA, "
010820                       "estado " WS-STAT-FALLA
010830                GO TO 9520-EXIT
010840         END-IF.
010850         MOVE "S" TO WS-FALLA-EXISTE.
010860         MOVE WS-SEG-CLAVE TO FAL-CLAVE.
010870         READ NOMBRE-FALLA
010880                INVALID KEY
010890                       MOVE "N" TO WS-FALLA-EXISTE
010900                       MOVE ZERO TO FAL-CONSECUTIVAS
010910         END-READ.
010920         IF FAL-CONSECUTIVAS < 999
010930                ADD 1 TO FAL-CONSECUTIVAS
010940         END-IF.
010950         ACCEPT FAL-FECHA-ULTIMA FROM DATE YYYYMMDD.
010960         ACCEPT FAL-HORA-ULTIMA FROM TIME.
010970         MOVE WS-PROGRAMA TO FAL-PROGRAMA-ULTIMO.
010980         IF FALLA-EXISTE
010990                REWRITE FALLA-RECORD
011000         ELSE
011010                WRITE FALLA-RECORD
011020         END-IF.
011030         MOVE FAL-CONSECUTIVAS TO WS-SEG-FALLAS.
011040         CLOSE NOMBRE-FALLA.
011050 9520-EXIT.
011060         EXIT.

011070*-------------------------------------------------------------
011080* 9530-BLOQUEAR-OPERADOR - PONE INACTIVO AL OPERADOR QUE LLEGO
011090* AL MAXIMO DE FALLAS CONSECUTIVAS
011100* NOMBRE-OPER debe estar abierto en I-O. Una clave que no existe
011110* o que ya estaba inactiva no cambia nada.
011120*-------------------------------------------------------------
011130 9530-BLOQUEAR-OPERADOR.
011140         MOVE WS-SEG-CLAVE TO OPE-ID.
011150         READ NOMBRE-OPER
011160                INVALID KEY
011170                       GO TO 9530-EXIT
011180         END-READ.
011190         IF OPE-INACTIVO
011200                GO TO 9530-EXIT
011210         END-IF.
011220         SET OPE-INACTIVO TO TRUE.
011230         REWRITE OPERADOR-RECORD.
011240         DISPLAY "AVISO: operador " WS-SEG-CLAVE " bloqueado por "
011250                "fallas consecutivas".
011260         SET EVENTO-BLOQUEO TO TRUE.
011270         MOVE "OPERADOR BLOQUEADO" TO WS-SEG-DETALLE.
011280         PERFORM 9510-GRABAR-EVENTO THRU 9510-EXIT.
011290         IF WS-SEG-CLAVE = WS-OPERADOR-FIRMADO
011300                SET OPERADOR-BLOQUEADO TO TRUE
011310         END-IF.
011320 9530-EXIT.
011330         EXIT.

011340*-------------------------------------------------------------
011350* 9540-LIMPIAR-FALLAS - REGRESA A CERO LAS FALLAS DE LA CLAVE
011360* AL FIRMAR CON EXITO
011370*-------------------------------------------------------------
011380 9540-LIMPIAR-FALLAS.
011390         OPEN I-O NOMBRE-FALLA.
011400         IF WS-STAT-FALLA NOT = "00"
011410                GO TO 9540-EXIT
011420         END-IF.
011430         MOVE WS-SEG-CLAVE TO FAL-CLAVE.
011440         READ NOMBRE-FALLA
011450                INVALID KEY
011460                       CLOSE NOMBRE-FALLA
011470                       GO TO 9540-EXIT
011480         END-READ.
011490         IF FAL-CONSECUTIVAS NOT = ZERO
011500                MOVE ZERO TO FAL-CONSECUTIVAS
011510                REWRITE FALLA-RECORD
011520         END-IF.
011530         CLOSE NOMBRE-FALLA.
011540 9540-EXIT.
011550         EXIT.

011560*-------------------------------------------------------------
011570* 9550-DENEGAR-OPCION - ANOTA UNA OPCION NEGADA POR NIVEL
011580* Si con esta falla el operador queda bloqueado, la sesion
011590* termina.
011600*-------------------------------------------------------------
011610 9550-DENEGAR-OPCION.
011620         SET EVENTO-OPCION-DENEGADA TO TRUE.
011630         MOVE WS-OPERADOR-FIRMADO TO WS-SEG-CLAVE.
011640         OPEN I-O NOMBRE-OPER.
011650         IF WS-STAT-OPER NOT = "00"
011660                DISPLAY "ERROR: no se pudo abrir NOMBRE-OPER, "
011670                       "estado " WS-STAT-OPER
011680                GO TO 9550-EXIT
011690         END-IF.
011700         PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT.
011710         CLOSE NOMBRE-OPER.
011720         IF OPERADOR-BLOQUEADO
011730                DISPLAY "Sesion terminada: operador bloqueado"
011740                SET TERMINAR-MENU TO TRUE
011750         END-IF.
011760 9550-EXIT.
011770         EXIT.
