000010* Consulta integral de un empleado por numero de empleado
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. CONSULTA-EMPLEADO.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-09.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-09 JP  Version original: junta en una sola
000120*                pantalla todo lo que el sistema sabe de un
000130*                numero de empleado, para no tener que
000140*                recorrer cada programa cuando se atiende una
000150*                aclaracion: su estado y fecha de baja en el
000160*                padron NOMBRE-ROSTER, el registro vigente del
000170*                maestro (o el del historico NOMBRE-ARCH si
000180*                ya se purgo), sus movimientos en la bitacora
000190*                NOMBRE-HIST, los suspensos NOMBRE-SUSP que
000200*                hay bajo su nombre y, por cada suscriptor
000210*                del extracto, si todavia tiene registros sin
000220*                confirmar en NOMBRE-PENDC.
000221* 2026-10-10 JP  Los suspensos de MANTENIMIENTO-BATCH se
000222*                reconocen tambien por su numero de
000223*                empleado.
000224* 2026-10-12 JP  El registro de suscriptores pasa a 42
000225*                posiciones (ver copy SUSCRIPTOR).
000226* 2026-10-15 JP  Los suspensos por numero se buscan aunque el
000227*                numero no este en el maestro ni en el padron.

000230 ENVIRONMENT DIVISION.

000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260         SELECT NOMBRE-ROSTER ASSIGN TO "NOMROSTR"
000270                ORGANIZATION IS INDEXED
000280                ACCESS MODE IS DYNAMIC
000290                RECORD KEY IS ROS-NUM-EMPLEADO
000300                ALTERNATE RECORD KEY IS ROS-NOMBRE
000310                       WITH DUPLICATES
000320                FILE STATUS IS WS-STAT-ROSTER.
000330         SELECT NOMBRE-MASTER ASSIGN TO "NOMMSTR"
000340                ORGANIZATION IS INDEXED
000350                ACCESS MODE IS DYNAMIC
000360                RECORD KEY IS NOM-NUM-EMPLEADO
000370                ALTERNATE RECORD KEY IS NOM-NOMBRE
000380                       WITH DUPLICATES
000390                ALTERNATE RECORD KEY IS NOM-APELLIDO-PATERNO
000400                       WITH DUPLICATES
000410                FILE STATUS IS WS-STAT-MASTER.
000420         SELECT NOMBRE-ARCH ASSIGN TO "NOMARCH"
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS DYNAMIC
000450                RECORD KEY IS ARC-NUM-EMPLEADO
000460                ALTERNATE RECORD KEY IS ARC-NOMBRE
000470                       WITH DUPLICATES
000480                ALTERNATE RECORD KEY IS ARC-APELLIDO-PATERNO
000490                       WITH DUPLICATES
000500                FILE STATUS IS WS-STAT-ARCH.
000510         SELECT NOMBRE-HIST ASSIGN TO "NOMHIST"
000520                ORGANIZATION IS SEQUENTIAL
000530                FILE STATUS IS WS-STAT-HIST.
000540         SELECT NOMBRE-SUSP ASSIGN TO "NOMSUSP"
000550                ORGANIZATION IS INDEXED
000560                ACCESS MODE IS DYNAMIC
000570                RECORD KEY IS SUS-SECUENCIA
000580                FILE STATUS IS WS-STAT-SUSP.
000590         SELECT NOMBRE-SUBSC ASSIGN TO "NOMSUBSC"
000600                ORGANIZATION IS SEQUENTIAL
000610                FILE STATUS IS WS-STAT-SUBSC.
000620         SELECT NOMBRE-PENDC ASSIGN TO "NOMPENDC"
000630                ORGANIZATION IS INDEXED
000640                ACCESS MODE IS DYNAMIC
000650                RECORD KEY IS PEN-LLAVE
000660                FILE STATUS IS WS-STAT-PENDC.

000670 DATA DIVISION.
000680 FILE SECTION.
000690*-----------------------------------------------------------
000700* NOMBRE-ROSTER - Padron autorizado de personal (KSDS)
000710*-----------------------------------------------------------
000720 FD  NOMBRE-ROSTER
000730             LABEL RECORDS ARE STANDARD.
000740 COPY "copybooks/roster.cpy".

000750*-----------------------------------------------------------
000760* NOMBRE-MASTER - Maestro de nombres capturados (KSDS)
000770*-----------------------------------------------------------
000780 FD  NOMBRE-MASTER
000790             LABEL RECORDS ARE STANDARD.
000800 COPY "copybooks/nombre.cpy".

000810*-----------------------------------------------------------
000820* NOMBRE-ARCH - Archivo historico de registros purgados (KSDS)
000830*-----------------------------------------------------------
000840 FD  NOMBRE-ARCH
000850             LABEL RECORDS ARE STANDARD.
000860 COPY "copybooks/archivo.cpy".

000870*-----------------------------------------------------------
000880* NOMBRE-HIST - Bitacora historica de bajas y cambios
000890*-----------------------------------------------------------
000900 FD  NOMBRE-HIST
000910             LABEL RECORDS ARE STANDARD
000920             RECORD CONTAINS 125 CHARACTERS.
000930 COPY "copybooks/historia.cpy".

000940*-----------------------------------------------------------
000950* NOMBRE-SUSP - Suspensos de transacciones rechazadas (KSDS)
000960*-----------------------------------------------------------
000970 FD  NOMBRE-SUSP
000980             LABEL RECORDS ARE STANDARD.
000990 COPY "copybooks/suspenso.cpy".

001000*-----------------------------------------------------------
001010* NOMBRE-SUBSC - Registro de suscriptores del extracto
001020*-----------------------------------------------------------
001030 FD  NOMBRE-SUBSC
001040             LABEL RECORDS ARE STANDARD
001050             RECORD CONTAINS 42 CHARACTERS.
001060 COPY "copybooks/suscriptor.cpy".

001070*-----------------------------------------------------------
001080* NOMBRE-PENDC - Confirmaciones pendientes por suscriptor
001090*-----------------------------------------------------------
001100 FD  NOMBRE-PENDC
001110             LABEL RECORDS ARE STANDARD.
001120 COPY "copybooks/pendconf.cpy".

001130 WORKING-STORAGE SECTION.
001140*-----------------------------------------------------------
001150* CAMPOS DE TRABAJO
001160*-----------------------------------------------------------
001170 77  WS-STAT-ROSTER              PIC X(02) VALUE SPACES.
001180 77  WS-STAT-MASTER              PIC X(02) VALUE SPACES.
001190 77  WS-STAT-ARCH                PIC X(02) VALUE SPACES.
001200 77  WS-STAT-HIST                PIC X(02) VALUE SPACES.
001210 77  WS-STAT-SUSP                PIC X(02) VALUE SPACES.
001220 77  WS-STAT-SUBSC               PIC X(02) VALUE SPACES.
001230 77  WS-STAT-PENDC               PIC X(02) VALUE SPACES.
001240 77  WS-ROSTER-DISPONIBLE        PIC X(01) VALUE "N".
001250         88  ROSTER-DISPONIBLE               VALUE "S".
001260 77  WS-MASTER-DISPONIBLE        PIC X(01) VALUE "N".
001270         88  MASTER-DISPONIBLE               VALUE "S".
001280 77  WS-ARCH-DISPONIBLE          PIC X(01) VALUE "N".
001290         88  ARCH-DISPONIBLE                 VALUE "S".
001300 77  WS-SUSP-DISPONIBLE          PIC X(01) VALUE "N".
001310         88  SUSP-DISPONIBLE                 VALUE "S".
001320 77  WS-PENDC-DISPONIBLE         PIC X(01) VALUE "N".
001330         88  PENDC-DISPONIBLE                VALUE "S".
001340 77  WS-NUM-CAPTURA              PIC X(08).
001350 77  WS-NUM-CONSULTA             PIC 9(08) VALUE ZERO.
001360 77  WS-NOMBRE-MAESTRO           PIC X(30) VALUE SPACES.
001370 77  WS-NOMBRE-PADRON            PIC X(30) VALUE SPACES.
001380 77  WS-ENCONTRADOS              PIC 9(05) COMP VALUE ZERO.
001390 77  WS-FIN-BROWSE               PIC X(01) VALUE "N".
001400         88  FIN-BROWSE                      VALUE "S".
001410 77  WS-FIN-SUBSC                PIC X(01) VALUE "N".
001420         88  FIN-SUBSC                       VALUE "S".
001430 77  WS-OTRA-CONSULTA            PIC X(01) VALUE "S".
001440         88  OTRA-CONSULTA                   VALUE "S".
001450 77  WS-DESC-MOVTO               PIC X(06) VALUE SPACES.
001460 77  WS-DESC-ESTADO              PIC X(10) VALUE SPACES.
001470 77  WS-IDX-SUB                  PIC 9(03) COMP VALUE ZERO.
001480 77  WS-MAX-SUSCRIPTORES         PIC 9(03) COMP VALUE 50.
001490 77  WS-TOTAL-SUSC               PIC 9(03) COMP VALUE ZERO.
001500 77  WS-PEN-ABIERTOS             PIC 9(05) COMP VALUE ZERO.
001510 77  WS-PEN-CORTE-ANTIGUO        PIC 9(08) VALUE ZERO.
001520 77  WS-CUENTA-EDIT              PIC Z(04)9.

001530*-----------------------------------------------------------
001540* TABLA DE SUSCRIPTORES DEL EXTRACTO, CARGADA AL INICIO
001550*-----------------------------------------------------------
001560 01  WS-TABLA-SUSCRIPTORES.
001570         05  WS-SUSCRIPTOR OCCURS 50 TIMES.
001580                10  TAB-SUB-ID              PIC X(08).
001590                10  TAB-SUB-NOMBRE          PIC X(30).
001600                10  TAB-SUB-ESTADO          PIC X(01).

001610 PROCEDURE DIVISION.
001620*=============================================================
001630* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
001640*=============================================================
001650 0000-MAINLINE.
001660         PERFORM 1000-INICIAR THRU 1000-EXIT.
001670         PERFORM 2000-ATENDER-CONSULTA THRU 2000-EXIT
001680                UNTIL NOT OTRA-CONSULTA.
001690         PERFORM 9999-TERMINAR THRU 9999-EXIT.
001700         STOP RUN.

001710*-------------------------------------------------------------
001720* 1000-INICIAR - ABRE LOS ARCHIVOS DISPONIBLES Y CARGA LA
001730* TABLA DE SUSCRIPTORES. La bitacora NOMBRE-HIST es
001740* secuencial y se abre en cada consulta para recorrerla.
001750*-------------------------------------------------------------
001760 1000-INICIAR.
001770         DISPLAY "CONSULTA-EMPLEADO: inicio".
001780         OPEN INPUT NOMBRE-ROSTER.
001790         IF WS-STAT-ROSTER = "00"
001800                SET ROSTER-DISPONIBLE TO TRUE
001810         ELSE
001820                DISPLAY "AVISO: no hay padron autorizado"
001830         END-IF.
001840         OPEN INPUT NOMBRE-MASTER.
001850         IF WS-STAT-MASTER = "00"
001860                SET MASTER-DISPONIBLE TO TRUE
001870         ELSE
001880                DISPLAY "AVISO: no hay maestro de nombres"
001890         END-IF.
001900         OPEN INPUT NOMBRE-ARCH.
001910         IF WS-STAT-ARCH = "00"
001920                SET ARCH-DISPONIBLE TO TRUE
001930         ELSE
001940                DISPLAY "AVISO: no hay archivo historico"
001950         END-IF.
001960         OPEN INPUT NOMBRE-SUSP.
001970         IF WS-STAT-SUSP = "00"
001980                SET SUSP-DISPONIBLE TO TRUE
001990         ELSE
002000                DISPLAY "AVISO: no hay archivo de suspensos"
002010         END-IF.
002020         OPEN INPUT NOMBRE-PENDC.
002030         IF WS-STAT-PENDC = "00"
002040                SET PENDC-DISPONIBLE TO TRUE
002050         ELSE
002060                DISPLAY "AVISO: no hay confirmaciones pendientes"
002070         END-IF.
002080         PERFORM 1100-CARGAR-SUSCRIPTORES THRU 1100-EXIT.
002090 1000-EXIT.
002100         EXIT.

002110*-------------------------------------------------------------
002120* 1100-CARGAR-SUSCRIPTORES - LEE NOMBRE-SUBSC A LA TABLA
002130*-------------------------------------------------------------
002140 1100-CARGAR-SUSCRIPTORES.
002150         MOVE ZERO TO WS-TOTAL-SUSC.
002160         OPEN INPUT NOMBRE-SUBSC.
002170         IF WS-STAT-SUBSC NOT = "00"
002180                DISPLAY "AVISO: no hay registro de suscriptores"
002190                GO TO 1100-EXIT
002200         END-IF.
002210         MOVE "N" TO WS-FIN-SUBSC.
002220         PERFORM 1110-LEER-SUSCRIPTOR THRU 1110-EXIT
002230                UNTIL FIN-SUBSC.
002240         CLOSE NOMBRE-SUBSC.
002250 1100-EXIT.
002260         EXIT.

002270*-------------------------------------------------------------
002280* 1110-LEER-SUSCRIPTOR - AGREGA UN SUSCRIPTOR A LA TABLA
002290*-------------------------------------------------------------
002300 1110-LEER-SUSCRIPTOR.
002310         READ NOMBRE-SUBSC
002320                AT END
002330                       SET FIN-SUBSC TO TRUE
002340                       GO TO 1110-EXIT
002350         END-READ.
002360         IF WS-TOTAL-SUSC NOT < WS-MAX-SUSCRIPTORES
002370                DISPLAY "AVISO: tabla de suscriptores llena, "
002380                       "se omite " SUB-ID
002390                GO TO 1110-EXIT
002400         END-IF.
002410         ADD 1 TO WS-TOTAL-SUSC.
002420         MOVE SUB-ID TO TAB-SUB-ID (WS-TOTAL-SUSC).
002430         MOVE SUB-NOMBRE TO TAB-SUB-NOMBRE (WS-TOTAL-SUSC).
002440         MOVE SUB-ESTADO TO TAB-SUB-ESTADO (WS-TOTAL-SUSC).
002450 1110-EXIT.
002460         EXIT.

002470*-------------------------------------------------------------
002480* 2000-ATENDER-CONSULTA - PIDE UN NUMERO Y MUESTRA TODO LO QUE
002490* HAY DE EL EN CADA ARCHIVO
002500*-------------------------------------------------------------
002510 2000-ATENDER-CONSULTA.
002520         DISPLAY "Numero de empleado (8 digitos): ".
002530         ACCEPT WS-NUM-CAPTURA.
002540         IF WS-NUM-CAPTURA IS NOT NUMERIC
002550                DISPLAY "ERROR: numero de empleado invalido"
002560                GO TO 2000-PREGUNTAR
002570         END-IF.
002580         MOVE WS-NUM-CAPTURA TO WS-NUM-CONSULTA.
002590         MOVE SPACES TO WS-NOMBRE-MAESTRO.
002600         MOVE SPACES TO WS-NOMBRE-PADRON.
002610         DISPLAY "========================================".
002620         DISPLAY "Empleado  : " WS-NUM-CONSULTA.
002630         PERFORM 3000-MOSTRAR-PADRON THRU 3000-EXIT.
002640         PERFORM 4000-MOSTRAR-MAESTRO THRU 4000-EXIT.
002650         PERFORM 5000-MOSTRAR-HISTORIAL THRU 5000-EXIT.
002660         PERFORM 6000-MOSTRAR-SUSPENSOS THRU 6000-EXIT.
002670         PERFORM 7000-MOSTRAR-PENDIENTES THRU 7000-EXIT.
002680 2000-PREGUNTAR.
002690         DISPLAY "Otra consulta (S/N): ".
002700         ACCEPT WS-OTRA-CONSULTA.
002710 2000-EXIT.
002720         EXIT.

002730*-------------------------------------------------------------
002740* 3000-MOSTRAR-PADRON - ESTADO DEL EMPLEADO EN EL PADRON
002750*-------------------------------------------------------------
002760 3000-MOSTRAR-PADRON.
002770         DISPLAY "--- Padron autorizado ---".
002780         IF NOT ROSTER-DISPONIBLE
002790                DISPLAY "  (padron no disponible)"
002800                GO TO 3000-EXIT
002810         END-IF.
002820         MOVE WS-NUM-CONSULTA TO ROS-NUM-EMPLEADO.
002830         READ NOMBRE-ROSTER
002840                INVALID KEY
002850                       DISPLAY "  No esta en el padron"
002860                       GO TO 3000-EXIT
002870         END-READ.
002880         MOVE ROS-NOMBRE TO WS-NOMBRE-PADRON.
002890         EVALUATE TRUE
002900                WHEN ROS-INACTIVO
002910                       MOVE "INACTIVO" TO WS-DESC-ESTADO
002920                WHEN ROS-PENDIENTE-CONC
002930                       MOVE "PENDIENTE" TO WS-DESC-ESTADO
002940                WHEN OTHER
002950                       MOVE "ACTIVO" TO WS-DESC-ESTADO
002960         END-EVALUATE.
002970         DISPLAY "  Nombre   : " ROS-NOMBRE.
002980         DISPLAY "  Estado   : " WS-DESC-ESTADO
002990                " alta " ROS-FECHA-ALTA
003000                " carga " ROS-ORIGEN-CARGA.
003010         IF ROS-INACTIVO
003020                DISPLAY "  Baja     : " ROS-FECHA-BAJA
003030         END-IF.
003040 3000-EXIT.
003050         EXIT.

003060*-------------------------------------------------------------
003070* 4000-MOSTRAR-MAESTRO - REGISTRO VIGENTE DEL MAESTRO, O EL
003080* DEL HISTORICO SI YA SE PURGO
003090*-------------------------------------------------------------
003100 4000-MOSTRAR-MAESTRO.
003110         DISPLAY "--- Maestro de nombres ---".
003120         IF NOT MASTER-DISPONIBLE
003130                DISPLAY "  (maestro no disponible)"
003140                GO TO 4100-MOSTRAR-ARCHIVO
003150         END-IF.
003160         MOVE WS-NUM-CONSULTA TO NOM-NUM-EMPLEADO.
003170         READ NOMBRE-MASTER
003180                INVALID KEY
003190                       DISPLAY "  No esta en el maestro"
003200                       GO TO 4100-MOSTRAR-ARCHIVO
003210         END-READ.
003220         MOVE NOM-NOMBRE TO WS-NOMBRE-MAESTRO.
003230         DISPLAY "  Nombre   : " NOM-NOMBRE.
003240         DISPLAY "  Capturado: " NOM-FECHA-CAPTURA
003250                " " NOM-HORA-CAPTURA
003260                " " NOM-TERMINAL-ORIGEN.
003270         GO TO 4000-EXIT.
003280 4100-MOSTRAR-ARCHIVO.
003290         IF NOT ARCH-DISPONIBLE
003300                DISPLAY "  (historico no disponible)"
003310                GO TO 4000-EXIT
003320         END-IF.
003330         MOVE WS-NUM-CONSULTA TO ARC-NUM-EMPLEADO.
003340         READ NOMBRE-ARCH
003350                INVALID KEY
003360                       DISPLAY "  Tampoco esta en el historico"
003370                       GO TO 4000-EXIT
003380         END-READ.
003390         MOVE ARC-NOMBRE TO WS-NOMBRE-MAESTRO.
003400         DISPLAY "  En el historico de purgados:".
003410         DISPLAY "  Nombre   : " ARC-NOMBRE.
003420         DISPLAY "  Capturado: " ARC-FECHA-CAPTURA
003430                " " ARC-HORA-CAPTURA
003440                " " ARC-TERMINAL-ORIGEN.
003450         DISPLAY "  Purgado  : " ARC-FECHA-PURGA.
003460 4000-EXIT.
003470         EXIT.

003480*-------------------------------------------------------------
003490* 5000-MOSTRAR-HISTORIAL - MOVIMIENTOS DE LA BITACORA
003500* NOMBRE-HIST es secuencial: se recorre completa y se muestran
003510* los movimientos del numero consultado.
003520*-------------------------------------------------------------
003530 5000-MOSTRAR-HISTORIAL.
003540         DISPLAY "--- Bitacora de bajas y cambios ---".
003550         MOVE ZERO TO WS-ENCONTRADOS.
003560         OPEN INPUT NOMBRE-HIST.
003570         IF WS-STAT-HIST NOT = "00"
003580                DISPLAY "  (bitacora no disponible)"
003590                GO TO 5000-EXIT
003600         END-IF.
003610         MOVE "N" TO WS-FIN-BROWSE.
003620         PERFORM 5100-REVISAR-MOVIMIENTO THRU 5100-EXIT
003630                UNTIL FIN-BROWSE.
003640         CLOSE NOMBRE-HIST.
003650         IF WS-ENCONTRADOS = ZERO
003660                DISPLAY "  Sin movimientos"
003670         END-IF.
003680 5000-EXIT.
003690         EXIT.

003700*-------------------------------------------------------------
003710* 5100-REVISAR-MOVIMIENTO - MUESTRA UN MOVIMIENTO DEL NUMERO
003720*-------------------------------------------------------------
003730 5100-REVISAR-MOVIMIENTO.
003740         READ NOMBRE-HIST
003750                AT END
003760                       SET FIN-BROWSE TO TRUE
003770                       GO TO 5100-EXIT
003780         END-READ.
003790         IF HIS-NUM-EMPLEADO NOT = WS-NUM-CONSULTA
003800                GO TO 5100-EXIT
003810         END-IF.
003820         ADD 1 TO WS-ENCONTRADOS.
003830         EVALUATE HIS-TIPO-MOVTO
003840                WHEN "C"
003850                       MOVE "CAMBIO" TO WS-DESC-MOVTO
003860                WHEN "B"
003870                       MOVE "BAJA" TO WS-DESC-MOVTO
003880                WHEN OTHER
003890                       MOVE HIS-TIPO-MOVTO TO WS-DESC-MOVTO
003900         END-EVALUATE.
003910         DISPLAY "  " WS-DESC-MOVTO " " HIS-FECHA-MOVTO
003920                " " HIS-HORA-MOVTO
003930                " oper " HIS-OPERADOR
003940                " term " HIS-TERMINAL-MOVTO.
003950         DISPLAY "         Motivo  : " HIS-MOTIVO.
003960         DISPLAY "         Anterior: " HIS-NOMBRE-ANTERIOR.
003970 5100-EXIT.
003980         EXIT.

003990*-------------------------------------------------------------
004000* 6000-MOSTRAR-SUSPENSOS - SUSPENSOS DEL EMPLEADO
004010* Los suspensos de mantenimiento llevan el numero de empleado
004020* y se reconocen por el; los de captura solo traen el nombre y
004030* se buscan con el del maestro (o del historico) y el del
004031* padron. El archivo se recorre por secuencia.
004040*-------------------------------------------------------------
004050 6000-MOSTRAR-SUSPENSOS.
004060         DISPLAY "--- Suspensos del empleado ---".
004070         MOVE ZERO TO WS-ENCONTRADOS.
004080         IF NOT SUSP-DISPONIBLE
004090                DISPLAY "  (suspensos no disponibles)"
004100                GO TO 6000-EXIT
004110         END-IF.
004170         MOVE ZERO TO SUS-SECUENCIA.
004180         MOVE "N" TO WS-FIN-BROWSE.
004190         START NOMBRE-SUSP
004200                KEY IS NOT LESS THAN SUS-SECUENCIA
004210                INVALID KEY
004220                       SET FIN-BROWSE TO TRUE
004230         END-START.
004240         PERFORM 6100-REVISAR-SUSPENSO THRU 6100-EXIT
004250                UNTIL FIN-BROWSE.
004260         IF WS-ENCONTRADOS = ZERO
004270                DISPLAY "  Sin suspensos"
004280         END-IF.
004290 6000-EXIT.
004300         EXIT.

004310*-------------------------------------------------------------
004320* 6100-REVISAR-SUSPENSO - MUESTRA UN SUSPENSO DEL EMPLEADO
004330*-------------------------------------------------------------
004340 6100-REVISAR-SUSPENSO.
004350         READ NOMBRE-SUSP NEXT RECORD
004360                AT END
004370                       SET FIN-BROWSE TO TRUE
004380                       GO TO 6100-EXIT
004390         END-READ.
004391         IF SUS-NUM-EMPLEADO = WS-NUM-CONSULTA
004392                GO TO 6100-MOSTRAR
004393         END-IF.
004394         IF WS-NOMBRE-MAESTRO = SPACES
004395                AND WS-NOMBRE-PADRON = SPACES
004396                GO TO 6100-EXIT
004397         END-IF.
004400         IF SUS-NOMBRE = SPACES
004410                GO TO 6100-EXIT
004420         END-IF.
004430         IF SUS-NOMBRE NOT = WS-NOMBRE-MAESTRO
004440                AND SUS-NOMBRE NOT = WS-NOMBRE-PADRON
004450                GO TO 6100-EXIT
004460         END-IF.
004470 6100-MOSTRAR.
004471         ADD 1 TO WS-ENCONTRADOS.
004480         EVALUATE TRUE
004490                WHEN SUS-PENDIENTE
004500                       MOVE "PENDIENTE" TO WS-DESC-ESTADO
004510                WHEN SUS-CORREGIDO
004520                       MOVE "CORREGIDO" TO WS-DESC-ESTADO
004530                WHEN SUS-DESCARTADO
004540                       MOVE "DESCARTADO" TO WS-DESC-ESTADO
004550                WHEN OTHER
004560                       MOVE SUS-ESTADO TO WS-DESC-ESTADO
004570         END-EVALUATE.
004580         DISPLAY "  " SUS-SECUENCIA " " WS-DESC-ESTADO
004590                " motivo " SUS-MOTIVO
004600                " rechazo " SUS-FECHA-RECHAZO.
004610         DISPLAY "          " SUS-NOMBRE.
004611         IF SUS-ORIGEN-MANTENIMIENTO
004612                DISPLAY "          mantenimiento " SUS-ACCION
004613                       " " SUS-MOTIVO-MOVTO
004614         END-IF.
004620 6100-EXIT.
004630         EXIT.

004640*-------------------------------------------------------------
004650* 7000-MOSTRAR-PENDIENTES - CONFIRMACIONES ABIERTAS POR
004660* SUSCRIPTOR DEL EXTRACTO
004670*-------------------------------------------------------------
004680 7000-MOSTRAR-PENDIENTES.
004690         DISPLAY "--- Extracto por suscriptor ---".
004700         IF WS-TOTAL-SUSC = ZERO
004710                DISPLAY "  Sin suscriptores registrados"
004720                GO TO 7000-EXIT
004730         END-IF.
004740         IF NOT PENDC-DISPONIBLE
004750                DISPLAY "  (confirmaciones no disponibles)"
004760                GO TO 7000-EXIT
004770         END-IF.
004780         PERFORM 7100-REVISAR-SUSCRIPTOR THRU 7100-EXIT
004790                VARYING WS-IDX-SUB FROM 1 BY 1
004800                UNTIL WS-IDX-SUB > WS-TOTAL-SUSC.
004810 7000-EXIT.
004820         EXIT.

004830*-------------------------------------------------------------
004840* 7100-REVISAR-SUSCRIPTOR - CUENTA LOS REGISTROS DEL EMPLEADO
004850* QUE EL SUSCRIPTOR TODAVIA NO CONFIRMA
004860* Se posiciona al principio del suscriptor en la llave de
004870* NOMBRE-PENDC y se lee mientras siga siendo el mismo.
004880*-------------------------------------------------------------
004890 7100-REVISAR-SUSCRIPTOR.
004900         MOVE ZERO TO WS-PEN-ABIERTOS.
004910         MOVE ZERO TO WS-PEN-CORTE-ANTIGUO.
004920         MOVE TAB-SUB-ID (WS-IDX-SUB) TO PEN-SUSCRIPTOR.
004930         MOVE ZERO TO PEN-SECUENCIA.
004940         MOVE "N" TO WS-FIN-BROWSE.
004950         START NOMBRE-PENDC
004960                KEY IS NOT LESS THAN PEN-LLAVE
004970                INVALID KEY
004980                       SET FIN-BROWSE TO TRUE
004990         END-START.
005000         PERFORM 7110-CONTAR-PENDIENTE THRU 7110-EXIT
005010                UNTIL FIN-BROWSE.
005020         IF WS-PEN-ABIERTOS = ZERO
005030                DISPLAY "  " TAB-SUB-ID (WS-IDX-SUB)
005040                       " " TAB-SUB-NOMBRE (WS-IDX-SUB)
005050                       " al corriente"
005060         ELSE
005070                MOVE WS-PEN-ABIERTOS TO WS-CUENTA-EDIT
005080                DISPLAY "  " TAB-SUB-ID (WS-IDX-SUB)
005090                       " " TAB-SUB-NOMBRE (WS-IDX-SUB)
005100                       " ABIERTO " WS-CUENTA-EDIT
005110                       " desde corte " WS-PEN-CORTE-ANTIGUO
005120         END-IF.
005130         IF TAB-SUB-ESTADO (WS-IDX-SUB) = "I"
005140                DISPLAY "           (suscriptor inactivo)"
005150         END-IF.
005160 7100-EXIT.
005170         EXIT.

005180*-------------------------------------------------------------
005190* 7110-CONTAR-PENDIENTE - REVISA UN PENDIENTE DEL SUSCRIPTOR
005200*-------------------------------------------------------------
005210 7110-CONTAR-PENDIENTE.
005220         READ NOMBRE-PENDC NEXT RECORD
005230                AT END
005240                       SET FIN-BROWSE TO TRUE
005250                       GO TO 7110-EXIT
005260         END-READ.
005270         IF PEN-SUSCRIPTOR NOT = TAB-SUB-ID (WS-IDX-SUB)
005280                SET FIN-BROWSE TO TRUE
005290                GO TO 7110-EXIT
005300         END-IF.
005310         IF PEN-NUM-EMPLEADO NOT = WS-NUM-CONSULTA
005320                GO TO 7110-EXIT
005330         END-IF.
005340         ADD 1 TO WS-PEN-ABIERTOS.
005350         IF WS-PEN-CORTE-ANTIGUO = ZERO
005360                OR PEN-FECHA-CORTE < WS-PEN-CORTE-ANTIGUO
005370                MOVE PEN-FECHA-CORTE TO WS-PEN-CORTE-ANTIGUO
005380         END-IF.
005390 7110-EXIT.
005400         EXIT.

005410*-------------------------------------------------------------
005420* 9999-TERMINAR - CIERRA ARCHIVOS Y TERMINA EL PROGRAMA
005430*-------------------------------------------------------------
005440 9999-TERMINAR.
005450         IF ROSTER-DISPONIBLE
005460                CLOSE NOMBRE-ROSTER
005470         END-IF.
005480         IF MASTER-DISPONIBLE
005490                CLOSE NOMBRE-MASTER
005500         END-IF.
005510         IF ARCH-DISPONIBLE
005520                CLOSE NOMBRE-ARCH
005530         END-IF.
005540         IF SUSP-DISPONIBLE
005550                CLOSE NOMBRE-SUSP
005560         END-IF.
005570         IF PENDC-DISPONIBLE
005580                CLOSE NOMBRE-PENDC
005590         END-IF.
005600         DISPLAY "CONSULTA-EMPLEADO: fin".
005610 9999-EXIT.
005620         EXIT.
