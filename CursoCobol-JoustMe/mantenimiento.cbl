000390*                numero, y la bitacora NOMBRE-HIST guarda el
000400*                numero en la imagen anterior (el registro
000410*                pasa de 117 a 125 posiciones).
000411* 2026-10-05 JP  El cambio de nombre, la baja y la restauracion
000412*                se mandan al extracto NOMBRE-EXTR como
000413*                movimientos C, B y R (ver copy EXTRACTO), cada
000414*                uno con su propio consecutivo de NOMBRE-EXSEQ,
000415*                para que los suscriptores no se queden con el
000416*                nombre viejo ni con empleados ya borrados; el
000417*                corte y la conciliacion los tratan igual que
000418*                una captura.
000419* 2026-10-06 JP  El layout de NOMBRE-HIST pasa al copy
000420*                HISTORIA, que comparte con MANTENIMIENTO-ROSTER.
000421* 2026-10-07 JP  Doble control de bajas y restauraciones: el
000422*                operador ya no borra ni restaura, solo registra
000423*                la solicitud con su motivo en NOMBRE-SOLIC; la
000424*                nueva opcion 7 (Autorizar) permite a un
000425*                supervisor distinto del solicitante aprobarla,
000426*                y entonces se aplica al maestro, o rechazarla.
000427*                La solicitud vence a los DIASSOLIC dias
000428*                (5 si no se indica).
000429* 2026-10-08 JP  Bitacora de seguridad NOMBRE-SEGUR: cada firma
000430*                fallida y cada opcion negada por falta de
000431*                nivel se anota con la clave, la terminal, el
000432*                programa, la fecha y la hora. Las fallas
000433*                consecutivas de cada clave se cuentan en
000434*                NOMBRE-FALLA (una firma exitosa las regresa
000435*                a cero) y al llegar a MAXFALLAS (5 si no se
000436*                indica) el operador se pone inactivo en
000437*                NOMBRE-OPER; si el bloqueado es el firmado, la
000438*                sesion termina.
000439* 2026-10-10 JP  La imagen anterior que va a NOMBRE-HIST en el
000440*                cambio y en la baja lleva ahora el numero de
000441*                empleado del registro leido; la copia del
000442*                registro completo a la imagen dejaba en su
000443*                lugar parte del nombre propio.
000444* 2026-10-11 JP  Alta, cambio, baja y restauracion se anotan
000445*                en el diario NOMBRE-DIARIO (copy DIARIO) con
000446*                la imagen anterior y posterior del registro,
000447*                el programa y el operador firmado.

000448 ENVIRONMENT DIVISION.

000449 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000451         SELECT NOMBRE-MASTER ASSIGN TO "NOMMSTR"
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS DYNAMIC
000480                RECORD KEY IS NOM-NUM-EMPLEADO
000510                ALTERNATE RECORD KEY IS NOM-APELLIDO-PATERNO
000520                       WITH DUPLICATES
000530                FILE STATUS IS WS-STAT-MASTER.
000531         SELECT NOMBRE-SEGUR ASSIGN TO "NOMSEGUR"
000532                ORGANIZATION IS SEQUENTIAL
000533                FILE STATUS IS WS-STAT-SEGUR.
000534         SELECT NOMBRE-FALLA ASSIGN TO "NOMFALLA"
000535                ORGANIZATION IS INDEXED
000536                ACCESS MODE IS DYNAMIC
000537                RECORD KEY IS FAL-CLAVE
000538                FILE STATUS IS WS-STAT-FALLA.
000540         SELECT NOMBRE-HIST ASSIGN TO "NOMHIST"
000550                ORGANIZATION IS SEQUENTIAL
000560                FILE STATUS IS WS-STAT-HIST.
000561         SELECT NOMBRE-EXTR ASSIGN TO "NOMEXTR"
000562                ORGANIZATION IS SEQUENTIAL
000563                FILE STATUS IS WS-STAT-EXTR.
000564         SELECT NOMBRE-EXSEQ ASSIGN TO "NOMEXSEQ"
000565                ORGANIZATION IS SEQUENTIAL
000566                FILE STATUS IS WS-STAT-EXSEQ.
000570         SELECT NOMBRE-OPER ASSIGN TO "NOMOPER"
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS DYNAMIC
000600                RECORD KEY IS OPE-ID
000610                FILE STATUS IS WS-STAT-OPER.
000611         SELECT NOMBRE-SOLIC ASSIGN TO "NOMSOLIC"
000612                ORGANIZATION IS INDEXED
000613                ACCESS MODE IS DYNAMIC
000614                RECORD KEY IS SOL-LLAVE
000615                FILE STATUS IS WS-STAT-SOLIC.
000616         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000617                ORGANIZATION IS SEQUENTIAL
000618                FILE STATUS IS WS-STAT-DIARIO.

000620 DATA DIVISION.
000630 FILE SECTION.
000740 FD  NOMBRE-HIST
000750             LABEL RECORDS ARE STANDARD
000760             RECORD CONTAINS 125 CHARACTERS.
000770 COPY "copybooks/historia.cpy".

000771*-----------------------------------------------------------
000772* NOMBRE-SEGUR - Bitacora de seguridad (firmas fallidas,
000773* opciones negadas y bloqueos)
000774*-----------------------------------------------------------
000775 FD  NOMBRE-SEGUR
000776             LABEL RECORDS ARE STANDARD
000777             RECORD CONTAINS 90 CHARACTERS.
000778 COPY "copybooks/seguridad.cpy".

000779*-----------------------------------------------------------
000780* NOMBRE-FALLA - Fallas consecutivas por clave (KSDS)
000781*-----------------------------------------------------------
000782 FD  NOMBRE-FALLA
000783             LABEL RECORDS ARE STANDARD.
000784 COPY "copybooks/fallas.cpy".

000785*-----------------------------------------------------------
000786* NOMBRE-EXTR - Interfaz de ancho fijo para sistemas de bajada
000787*-----------------------------------------------------------
000788 FD  NOMBRE-EXTR
000789             LABEL RECORDS ARE STANDARD.
000790 COPY "copybooks/extracto.cpy".

000791*-----------------------------------------------------------
000792* NOMBRE-EXSEQ - Control del consecutivo de extraccion
000793*-----------------------------------------------------------
000794 FD  NOMBRE-EXSEQ
000795             LABEL RECORDS ARE STANDARD
000796             RECORD CONTAINS 10 CHARACTERS.
000797 01  NOMBRE-EXSEQ-REC                PIC 9(10).

000798*-----------------------------------------------------------
000799* NOMBRE-SOLIC - Solicitudes de baja y restauracion (KSDS)
000800*-----------------------------------------------------------
000801 FD  NOMBRE-SOLIC
000802             LABEL RECORDS ARE STANDARD
000803             RECORD CONTAINS 134 CHARACTERS.
000804 COPY "copybooks/solicitud.cpy".

000805*-----------------------------------------------------------
000806* NOMBRE-DIARIO - Diario de actualizaciones del maestro
000807*-----------------------------------------------------------
000808 FD  NOMBRE-DIARIO
000809             LABEL RECORDS ARE STANDARD
000810             RECORD CONTAINS 290 CHARACTERS.
000811 COPY "copybooks/diario.cpy".

000890*-----------------------------------------------------------
000900* NOMBRE-OPER - Maestro de operadores (KSDS)
001060         88  OPCION-BAJA                     VALUE "4".
001070         88  OPCION-HISTORIAL                VALUE "5".
001080         88  OPCION-RESTAURAR                VALUE "6".
001090         88  OPCION-AUTORIZAR                VALUE "7".
001091         88  OPCION-SALIR                    VALUE "8".
001100 77  WS-TERMINAR-MENU            PIC X(01) VALUE "N".
001110         88  TERMINAR-MENU                   VALUE "S".
001120 77  WS-NOMBRE-BUSQUEDA          PIC X(30).
001230         88  HIST-ENCONTRADO                 VALUE "S".
001240 77  WS-TIPO-MOVTO               PIC X(01).
001250 77  WS-OPERADOR                 PIC X(08).
001251 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
001252 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
001253 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
001260 77  WS-MOTIVO                   PIC X(30).
001270 01  WS-IMAGEN-ANTERIOR.
001280         05  IMA-NOMBRE                  PIC X(30).
001370 77  WS-NUM-PROPIO               PIC 9(02) COMP VALUE ZERO.
001380 77  WS-SUB-PALABRA              PIC 9(02) COMP.
001390 77  WS-APUNTADOR                PIC 9(02) COMP.
001391 77  WS-ULTIMO-DIA               PIC 9(02) VALUE ZERO.
001392 77  WS-COCIENTE                 PIC 9(04) COMP VALUE ZERO.
001393 77  WS-RESIDUO                  PIC 9(04) COMP VALUE ZERO.
001400 01  WS-PALABRAS.
001410         05  WS-PALABRA OCCURS 6 TIMES   PIC X(30).
001420 77  WS-APELLIDO-BUSQUEDA        PIC X(15).
001421 01  WS-FECHA-CALCULO.
001422         05  WS-CAL-ANIO                 PIC 9(04).
001423         05  WS-CAL-MES                  PIC 9(02).
001424         05  WS-CAL-DIA                  PIC 9(02).
001425 01  WS-TABLA-MESES              PIC X(24)
001426                VALUE "312831303130313130313031".
001427 01  WS-TABLA-MESES-R REDEFINES WS-TABLA-MESES.
001428         05  WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
001430 77  WS-FIN-BROWSE               PIC X(01) VALUE "N".
001440         88  FIN-BROWSE                      VALUE "S".
001441 77  WS-FIN-SOLIC                PIC X(01) VALUE "N".
001442         88  FIN-SOLIC                       VALUE "S".
001443 77  WS-RESPUESTA-SOLIC          PIC X(01).
001444         88  SOLIC-APROBAR                   VALUE "A".
001445         88  SOLIC-RECHAZAR                  VALUE "R".
001446         88  SOLIC-TERMINAR                  VALUE "T".
001447 77  WS-SOLICITUD-APLICADA       PIC X(01) VALUE "N".
001448         88  SOLICITUD-APLICADA              VALUE "S".
001450 77  WS-RESPUESTA-BROWSE         PIC X(01).
001460         88  BROWSE-ELEGIR                   VALUE "E".
001470         88  BROWSE-TERMINAR                 VALUE "T".
001480 77  WS-STAT-OPER                PIC X(02) VALUE SPACES.
001481 77  WS-STAT-SEGUR               PIC X(02) VALUE SPACES.
001482 77  WS-STAT-FALLA               PIC X(02) VALUE SPACES.
001483 77  WS-FALLA-EXISTE             PIC X(01) VALUE "N".
001484         88  FALLA-EXISTE                    VALUE "S".
001485 77  WS-PROGRAMA                 PIC X(24)
001486                VALUE "MANTENIMIENTO-NOMBRES".
001490 77  WS-FIRMADO                  PIC X(01) VALUE "N".
001500         88  FIRMADO                         VALUE "S".
001510 77  WS-INTENTOS-FIRMA           PIC 9(02) COMP VALUE ZERO.
001511 77  WS-SEG-TIPO                 PIC X(01) VALUE SPACE.
001512         88  EVENTO-FIRMA-FALLIDA            VALUE "F".
001513         88  EVENTO-OPCION-DENEGADA          VALUE "D".
001514         88  EVENTO-BLOQUEO                  VALUE "B".
001515 77  WS-SEG-CLAVE                PIC X(08) VALUE SPACES.
001516 77  WS-SEG-DETALLE              PIC X(30) VALUE SPACES.
001517 77  WS-SEG-FALLAS               PIC 9(03) VALUE ZERO.
001518 77  WS-MAX-FALLAS               PIC 9(03) VALUE 5.
001519 77  WS-FALLAS-CAPTURA           PIC X(03) VALUE SPACES.
001520 77  WS-MAX-INTENTOS-FIRMA       PIC 9(02) COMP VALUE 3.
001521 77  WS-SOL-NUM-EMPLEADO         PIC 9(08) VALUE ZERO.
001522 77  WS-SOL-NOMBRE               PIC X(30) VALUE SPACES.
001523 77  WS-DIAS-VIGENCIA            PIC 9(03) VALUE 5.
001524 77  WS-DIAS-CAPTURA             PIC X(03) VALUE SPACES.
001525 77  WS-FECHA-HOY                PIC 9(08) VALUE ZERO.
001530 77  WS-NIVEL-FIRMADO            PIC X(01) VALUE SPACE.
001540         88  FIRMADO-SUPERVISOR              VALUE "S".
001541 77  WS-OPERADOR-BLOQUEADO       PIC X(01) VALUE "N".
001542         88  OPERADOR-BLOQUEADO              VALUE "S".
001550 77  WS-NUM-CAPTURA              PIC X(08).
001551 77  WS-TIPO-EXTRACTO            PIC X(01) VALUE SPACE.
001552         88  EXTRACTO-CAMBIO                 VALUE "C".
001553         88  EXTRACTO-BAJA                   VALUE "B".
001554         88  EXTRACTO-RESTAURA               VALUE "R".
001555 77  WS-STAT-SOLIC               PIC X(02) VALUE SPACES.
001556 77  WS-TIPO-SOLICITUD           PIC X(01) VALUE SPACE.
001557         88  SOLICITUD-BAJA                  VALUE "B".
001558         88  SOLICITUD-RESTAURA              VALUE "R".
001560 77  WS-NUM-EMPLEADO             PIC 9(08) VALUE ZERO.
001561 77  WS-STAT-EXTR                PIC X(02) VALUE SPACES.
001562 77  WS-STAT-EXSEQ               PIC X(02) VALUE SPACES.
001563 77  WS-EXT-SECUENCIA            PIC 9(10) VALUE ZERO.
001564 77  WS-REINTENTOS               PIC 9(02) COMP VALUE ZERO.
001565 77  WS-MAX-REINTENTOS           PIC 9(02) COMP VALUE 3.
001566 77  WS-EXSEQ-ABIERTO            PIC X(01) VALUE "N".
001567         88  EXSEQ-ABIERTO                   VALUE "S".
001568 77  WS-SEC-EXTR-TOMADA          PIC X(01) VALUE "N".
001569         88  SEC-EXTR-TOMADA                 VALUE "S".

001570 PROCEDURE DIVISION.
001580*=============================================================
001760                CLOSE NOMBRE-MASTER
001770                OPEN I-O NOMBRE-MASTER
001780         END-IF.
001781         PERFORM 1070-ABRIR-EXTRACTO THRU 1070-EXIT.
001782         ACCEPT WS-DIAS-CAPTURA FROM ENVIRONMENT "DIASSOLIC".
001783         IF WS-DIAS-CAPTURA IS NUMERIC
001784                MOVE WS-DIAS-CAPTURA TO WS-DIAS-VIGENCIA
001785         END-IF.
001786         IF WS-DIAS-VIGENCIA = ZERO
001787                MOVE 5 TO WS-DIAS-VIGENCIA
001788         END-IF.
001790 1000-EXIT.
001800         EXIT.

001920                WHEN OPCION-CONSULTA
001930                       PERFORM 5000-CONSULTA THRU 5000-EXIT
001940                WHEN OPCION-BAJA
001960                       PERFORM 6000-BAJA THRU 6000-EXIT
002010                WHEN OPCION-HISTORIAL
002020                       PERFORM 7000-HISTORIAL THRU 7000-EXIT
002030                WHEN OPCION-RESTAURAR
002031                       PERFORM 8000-RESTAURAR THRU 8000-EXIT
002032                WHEN OPCION-AUTORIZAR
002040                       IF FIRMADO-SUPERVISOR
002041                              PERFORM 9000-AUTORIZAR
002042                                     THRU 9000-EXIT
002070                       ELSE
002101                              DISPLAY "AVISO: autorizar requiere "
002102                                     "nivel de supervisor"
002103                              MOVE "OPCION 7 AUTORIZAR"
002104                                     TO WS-SEG-DETALLE
002105                              PERFORM 9550-DENEGAR-OPCION
002106                                     THRU 9550-EXIT
002110                       END-IF
002120                WHEN OPCION-SALIR
002130                       SET TERMINAR-MENU TO TRUE
002250         DISPLAY "  1. Alta      (agregar un nombre)".
002260         DISPLAY "  2. Cambio    (corregir un nombre)".
002270         DISPLAY "  3. Consulta  (mostrar un nombre)".
002280         DISPLAY "  4. Baja      (solicitar la baja)".
002290         DISPLAY "  5. Historial (movimientos de un nombre)".
002300         DISPLAY "  6. Restaurar (solicitar la restauracion)".
002310         DISPLAY "  7. Autorizar (aprobar o rechazar)".
002311         DISPLAY "  8. Salir".
002320         DISPLAY "-----------------------------------------".
002330         DISPLAY "Selecciona una opcion: ".
002340 2100-EXIT.
002450         ACCEPT WKS-NOMBRE.
002460         PERFORM 3100-VALIDAR-NOMBRE THRU 3100-EXIT.
002470         IF NOMBRE-ES-VALIDO
002471                MOVE SPACES TO WS-DIARIO-ANTES
002480                MOVE WKS-NOMBRE TO NOM-NOMBRE
002490                MOVE WS-NUM-EMPLEADO TO NOM-NUM-EMPLEADO
002500                ACCEPT NOM-FECHA-CAPTURA FROM DATE YYYYMMDD
002630                                     "empleado ya existe"
002640                       NOT INVALID KEY
002650                              DISPLAY "Nombre dado de alta"
002651                              MOVE "A" TO WS-DIARIO-TIPO
002652                              PERFORM 6800-GRABAR-DIARIO
002653                                     THRU 6800-EXIT
002660                END-WRITE
002670         END-IF.
002680 3000-EXIT.
003870                       DISPLAY "AVISO: empleado no encontrado"
003880                NOT INVALID KEY
003890                       MOVE NOMBRE-RECORD TO WS-IMAGEN-ANTERIOR
003891                       MOVE NOM-NUM-EMPLEADO TO IMA-NUM-EMPLEADO
003900                       PERFORM 4100-NOMBRE-NUEVO THRU 4100-EXIT
003910         END-READ.
003920 4000-EXIT.
004020                PERFORM 6100-PEDIR-MOTIVO THRU 6100-EXIT
004030                MOVE "C" TO WS-TIPO-MOVTO
004040                PERFORM 6500-GRABAR-HISTORIA THRU 6500-EXIT
004041                MOVE NOMBRE-RECORD TO WS-DIARIO-ANTES
004050                MOVE WKS-NOMBRE TO NOM-NOMBRE
004060                ACCEPT NOM-FECHA-CAPTURA FROM DATE YYYYMMDD
004070                ACCEPT NOM-HORA-CAPTURA FROM TIME
004180                              DISPLAY "AVISO: no se pudo regrabar"
004190                       NOT INVALID KEY
004200                              DISPLAY "Nombre corregido"
004201                              SET EXTRACTO-CAMBIO TO TRUE
004202                              PERFORM 6600-GRABAR-EXTRACTO
004203                                     THRU 6600-EXIT
004204                              MOVE "C" TO WS-DIARIO-TIPO
004205                              PERFORM 6800-GRABAR-DIARIO
004206                                     THRU 6800-EXIT
004210                END-REWRITE
004220         END-IF.
004230 4100-EXIT.
004880         EXIT.

004890*-------------------------------------------------------------
004900* 6000-BAJA - SOLICITA LA BAJA DE UN NOMBRE DEL MAESTRO
004910* El registro no se borra aqui: se deja la solicitud con su
004920* motivo y la aplica 6200-EJECUTAR-BAJA al ser aprobada.
004930*-------------------------------------------------------------
004940 6000-BAJA.
004950         PERFORM 3200-PEDIR-NUMERO THRU 3200-EXIT.
005020                       DISPLAY "AVISO: empleado no encontrado"
005030                       GO TO 6000-EXIT
005040         END-READ.
005050         DISPLAY "Nombre    : " NOM-NOMBRE.
005060         PERFORM 6100-PEDIR-MOTIVO THRU 6100-EXIT.
005070         SET SOLICITUD-BAJA TO TRUE.
005080         MOVE NOM-NUM-EMPLEADO TO WS-SOL-NUM-EMPLEADO.
005090         MOVE NOM-NOMBRE TO WS-SOL-NOMBRE.
005100         PERFORM 6700-GRABAR-SOLICITUD THRU 6700-EXIT.
005150 6000-EXIT.
005160         EXIT.

005960         EXIT.

005970*-------------------------------------------------------------
005980* 8000-RESTAURAR - SOLICITA REGRESAR UN REGISTRO BORRADO
005990* Busca en la bitacora historica la imagen mas reciente del
006000* nombre y deja la solicitud; la aplica 8300-EJECUTAR-
006001* RESTAURACION al ser aprobada.
006010*-------------------------------------------------------------
006020 8000-RESTAURAR.
006030         DISPLAY "Nombre a restaurar: ".
006130                UNTIL FIN-HIST.
006140         CLOSE NOMBRE-HIST.
006150         IF HIST-ENCONTRADO
006160                DISPLAY "Empleado  : " IMA-NUM-EMPLEADO
006161                PERFORM 6100-PEDIR-MOTIVO THRU 6100-EXIT
006162                SET SOLICITUD-RESTAURA TO TRUE
006163                MOVE IMA-NUM-EMPLEADO TO WS-SOL-NUM-EMPLEADO
006164                MOVE IMA-NOMBRE TO WS-SOL-NOMBRE
006165                PERFORM 6700-GRABAR-SOLICITUD THRU 6700-EXIT
006170         ELSE
006180                DISPLAY "AVISO: sin imagen en el historial"
006190         END-IF.
006420* 8200-REGRABAR-IMAGEN - VUELVE A DAR DE ALTA LA IMAGEN
006430*-------------------------------------------------------------
006440 8200-REGRABAR-IMAGEN.
006441         MOVE SPACES TO WS-DIARIO-ANTES.
006450         MOVE IMA-NOMBRE TO NOM-NOMBRE.
006460         MOVE IMA-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
006470         MOVE IMA-FECHA-CAPTURA TO NOM-FECHA-CAPTURA.
006580                              "en el maestro"
006590                NOT INVALID KEY
006600                       DISPLAY "Registro restaurado"
006601                       SET SOLICITUD-APLICADA TO TRUE
006602                       SET EXTRACTO-RESTAURA TO TRUE
006603                       PERFORM 6600-GRABAR-EXTRACTO THRU 6600-EXIT
006604                       MOVE "A" TO WS-DIARIO-TIPO
006605                       PERFORM 6800-GRABAR-DIARIO THRU 6800-EXIT
006610         END-WRITE.
006620 8200-EXIT.
006630         EXIT.
006660*-------------------------------------------------------------
006670 9999-TERMINAR.
006680         CLOSE NOMBRE-MASTER.
006681         CLOSE NOMBRE-EXTR.
006690         DISPLAY "MANTENIMIENTO-NOMBRES: fin".
006700 9999-EXIT.
006710         EXIT.
006770* cada movimiento de la bitacora NOMBRE-HIST.
006780*-------------------------------------------------------------
006790 1040-FIRMAR-OPERADOR.
006800         OPEN I-O NOMBRE-OPER.
006810         IF WS-STAT-OPER NOT = "00"
006820                DISPLAY "ERROR: no hay maestro de operadores; "
006830                       "registre operadores con "
006840                       "MANTENIMIENTO-OPERADORES"
006850                STOP RUN
006860         END-IF.
006861         ACCEPT WS-FALLAS-CAPTURA FROM ENVIRONMENT "MAXFALLAS".
006862         IF WS-FALLAS-CAPTURA IS NUMERIC
006863                MOVE WS-FALLAS-CAPTURA TO WS-MAX-FALLAS
006864         END-IF.
006865         IF WS-MAX-FALLAS = ZERO
006866                MOVE 5 TO WS-MAX-FALLAS
006867         END-IF.
006870         PERFORM 1045-INTENTAR-FIRMA THRU 1045-EXIT
006880                UNTIL FIRMADO
006890                       OR WS-INTENTOS-FIRMA NOT LESS THAN
007030         DISPLAY "Clave de operador: ".
007040         ACCEPT WS-OPERADOR.
007050         MOVE WS-OPERADOR TO OPE-ID.
007051         SET EVENTO-FIRMA-FALLIDA TO TRUE.
007052         MOVE WS-OPERADOR TO WS-SEG-CLAVE.
007060         READ NOMBRE-OPER
007070                INVALID KEY
007080                       DISPLAY "AVISO: operador no registrado"
007081                       MOVE "CLAVE NO REGISTRADA"
007082                              TO WS-SEG-DETALLE
007083                       PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
007090                       GO TO 1045-EXIT
007100         END-READ.
007110         IF OPE-INACTIVO
007120                DISPLAY "AVISO: operador inactivo"
007121                MOVE "OPERADOR INACTIVO" TO WS-SEG-DETALLE
007122                PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT
007130                GO TO 1045-EXIT
007140         END-IF.
007150         SET FIRMADO TO TRUE.
007151         PERFORM 9540-LIMPIAR-FALLAS THRU 9540-EXIT.
007160         MOVE OPE-NIVEL TO WS-NIVEL-FIRMADO.
007170         DISPLAY "Firmado: " OPE-NOMBRE.
007180 1045-EXIT.
007360         END-IF.
007370 3200-EXIT.
007380         EXIT.

007390*-------------------------------------------------------------
007400* 1070-ABRIR-EXTRACTO - ABRE LA INTERFAZ EN MODO EXTEND
007410*-------------------------------------------------------------
007420 1070-ABRIR-EXTRACTO.
007430         OPEN EXTEND NOMBRE-EXTR.
007440         IF WS-STAT-EXTR = "35"
007450                OPEN OUTPUT NOMBRE-EXTR
007460                CLOSE NOMBRE-EXTR
007470                OPEN EXTEND NOMBRE-EXTR
007480         END-IF.
007490 1070-EXIT.
007500         EXIT.

007510*-------------------------------------------------------------
007520* 6600-GRABAR-EXTRACTO - MANDA EL MOVIMIENTO AL EXTRACTO
007530* Cambio y restauracion mandan el registro como quedo en el
007540* maestro; la baja manda la imagen del registro borrado. La
007550* fecha y hora son las del movimiento, no las de la captura.
007560* Sin consecutivo tomado no se graba la extraccion, para no
007570* sacar registros con secuencia basura o repetida.
007580*-------------------------------------------------------------
007590 6600-GRABAR-EXTRACTO.
007600         PERFORM 6650-OBTENER-SEC-EXTRACTO THRU 6650-EXIT.
007610         IF NOT SEC-EXTR-TOMADA
007620                DISPLAY "ERROR: consecutivo del extracto no "
007630                       "disponible; extraccion no grabada"
007640                GO TO 6600-EXIT
007650         END-IF.
007660         IF EXTRACTO-BAJA
007670                MOVE IMA-NOMBRE TO EXT-NOMBRE
007680                MOVE IMA-NUM-EMPLEADO TO EXT-NUM-EMPLEADO
007690         ELSE
007700                MOVE NOM-NOMBRE TO EXT-NOMBRE
007710                MOVE NOM-NUM-EMPLEADO TO EXT-NUM-EMPLEADO
007720         END-IF.
007730         ACCEPT EXT-FECHA-CAPTURA FROM DATE YYYYMMDD.
007740         ACCEPT EXT-HORA-CAPTURA FROM TIME.
007750         MOVE WS-EXT-SECUENCIA TO EXT-SECUENCIA.
007760         MOVE WS-TIPO-EXTRACTO TO EXT-TIPO-MOVTO.
007770         WRITE EXTRACTO-RECORD.
007780 6600-EXIT.
007790         EXIT.

007800*-------------------------------------------------------------
007810* 6650-OBTENER-SEC-EXTRACTO - LLEVA EL CONSECUTIVO DEL EXTRACTO
007820* Mismo protocolo del consecutivo NOMBRE-EXSEQ que usan los
007830* programas de captura: apertura exclusiva por numero -- abrir
007840* I-O, leer, sumar uno, regrabar y cerrar -- reintentando
007850* mientras otro programa tenga el control.
007860*-------------------------------------------------------------
007870 6650-OBTENER-SEC-EXTRACTO.
007880         MOVE "N" TO WS-EXSEQ-ABIERTO.
007890         MOVE "N" TO WS-SEC-EXTR-TOMADA.
007900         MOVE ZERO TO WS-REINTENTOS.
007910         PERFORM 6660-INTENTAR-ABRIR-EXSEQ THRU 6660-EXIT
007920                UNTIL EXSEQ-ABIERTO
007930                       OR WS-REINTENTOS GREATER THAN
007940                              WS-MAX-REINTENTOS.
007950         IF NOT EXSEQ-ABIERTO
007960                GO TO 6650-EXIT
007970         END-IF.
007980         READ NOMBRE-EXSEQ NEXT RECORD.
007990         ADD 1 TO NOMBRE-EXSEQ-REC.
008000         MOVE NOMBRE-EXSEQ-REC TO WS-EXT-SECUENCIA.
008010         REWRITE NOMBRE-EXSEQ-REC.
008020         IF WS-STAT-EXSEQ = "00"
008030                SET SEC-EXTR-TOMADA TO TRUE
008040         END-IF.
008050         CLOSE NOMBRE-EXSEQ.
008060 6650-EXIT.
008070         EXIT.

008080*-------------------------------------------------------------
008090* 6660-INTENTAR-ABRIR-EXSEQ - ABRE EL CONTROL CON REINTENTOS
008100*-------------------------------------------------------------
008110 6660-INTENTAR-ABRIR-EXSEQ.
008120         OPEN I-O NOMBRE-EXSEQ.
008130         IF WS-STAT-EXSEQ = "00"
008140                SET EXSEQ-ABIERTO TO TRUE
008150                GO TO 6660-EXIT
008160         END-IF.
008170         IF WS-STAT-EXSEQ = "35"
008180                OPEN OUTPUT NOMBRE-EXSEQ
008190                MOVE ZERO TO NOMBRE-EXSEQ-REC
008200                WRITE NOMBRE-EXSEQ-REC
008210                CLOSE NOMBRE-EXSEQ
008220         END-IF.
008230         ADD 1 TO WS-REINTENTOS.
008240 6660-EXIT.
008250         EXIT.

008260*-------------------------------------------------------------
008270* 6200-EJECUTAR-BAJA - APLICA UNA SOLICITUD DE BAJA APROBADA
008280* Antes de borrar se lee el registro para conservar su imagen
008290* en la bitacora historica con el motivo de la solicitud; el
008300* operador que queda en la bitacora es el supervisor que la
008310* aprobo.
008320*-------------------------------------------------------------
008330 6200-EJECUTAR-BAJA.
008340         MOVE SOL-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
008350         READ NOMBRE-MASTER
008360                INVALID KEY
008370                       DISPLAY "AVISO: empleado no encontrado"
008380                       GO TO 6200-EXIT
008390         END-READ.
008400         MOVE NOMBRE-RECORD TO WS-IMAGEN-ANTERIOR.
008401         MOVE NOM-NUM-EMPLEADO TO IMA-NUM-EMPLEADO.
008402         MOVE NOMBRE-RECORD TO WS-DIARIO-ANTES.
008410         MOVE SOL-MOTIVO TO WS-MOTIVO.
008420         MOVE "B" TO WS-TIPO-MOVTO.
008430         PERFORM 6500-GRABAR-HISTORIA THRU 6500-EXIT.
008440         DELETE NOMBRE-MASTER RECORD
008450                INVALID KEY
008460                       DISPLAY "AVISO: empleado no encontrado"
008470                NOT INVALID KEY
008480                       DISPLAY "Nombre eliminado"
008490                       SET SOLICITUD-APLICADA TO TRUE
008500                       SET EXTRACTO-BAJA TO TRUE
008510                       PERFORM 6600-GRABAR-EXTRACTO THRU 6600-EXIT
008511                       MOVE "B" TO WS-DIARIO-TIPO
008512                       PERFORM 6800-GRABAR-DIARIO THRU 6800-EXIT
008520         END-DELETE.
008530 6200-EXIT.
008540         EXIT.

008569*-------------------------------------------------------------
008570* 6700-GRABAR-SOLICITUD - DEJA PENDIENTE UNA SOLICITUD DE BAJA
008571* O RESTAURACION, CREANDO EL ARCHIVO SI NO EXISTE
008580* El vencimiento es la fecha de la solicitud mas los dias de
008590* vigencia (DIASSOLIC).
008600*-------------------------------------------------------------
008610 6700-GRABAR-SOLICITUD.
008620         OPEN I-O NOMBRE-SOLIC.
008630         IF WS-STAT-SOLIC = "35"
008640                OPEN OUTPUT NOMBRE-SOLIC
008650                CLOSE NOMBRE-SOLIC
008660                OPEN I-O NOMBRE-SOLIC
008670         END-IF.
008680         IF WS-STAT-SOLIC NOT = "00"
008690                DISPLAY "ERROR: no se pudo abrir NOMBRE-SOLIC, "
008700                       "estado " WS-STAT-SOLIC
008710                GO TO 6700-EXIT
008720         END-IF.
008730         ACCEPT SOL-FECHA-SOLICITUD FROM DATE YYYYMMDD.
008740         ACCEPT SOL-HORA-SOLICITUD FROM TIME.
008750         MOVE WS-SOL-NUM-EMPLEADO TO SOL-NUM-EMPLEADO.
008760         MOVE WS-TIPO-SOLICITUD TO SOL-TIPO.
008770         MOVE WS-SOL-NOMBRE TO SOL-NOMBRE.
008780         MOVE WS-MOTIVO TO SOL-MOTIVO.
008790         MOVE WS-OPERADOR TO SOL-SOLICITANTE.
008800         ACCEPT SOL-TERMINAL FROM ENVIRONMENT "TERMID".
008810         MOVE SOL-FECHA-SOLICITUD TO WS-FECHA-CALCULO.
008820         PERFORM 6750-SUMAR-DIA THRU 6750-EXIT
008830                WS-DIAS-VIGENCIA TIMES.
008840         MOVE WS-FECHA-CALCULO TO SOL-FECHA-VENCE.
008850         SET SOL-PENDIENTE TO TRUE.
008860         MOVE SPACES TO SOL-SUPERVISOR.
008870         MOVE ZERO TO SOL-FECHA-RESOLUCION.
008880         MOVE ZERO TO SOL-HORA-RESOLUCION.
008890         WRITE SOLICITUD-RECORD
008900                INVALID KEY
008910                       DISPLAY "AVISO: la solicitud ya existe, "
008920                              "intente de nuevo"
008930                NOT INVALID KEY
008940                       DISPLAY "Solicitud registrada, vence el "
008950                              SOL-FECHA-VENCE
008960                       DISPLAY "Debe aprobarla un supervisor "
008970                              "distinto del solicitante"
008980         END-WRITE.
008990         CLOSE NOMBRE-SOLIC.
009000 6700-EXIT.
009010         EXIT.

009020*-------------------------------------------------------------
009030* 6750-SUMAR-DIA - AVANZA UN DIA LA FECHA DE CALCULO
009040*-------------------------------------------------------------
009050 6750-SUMAR-DIA.
009060         ADD 1 TO WS-CAL-DIA.
009070         MOVE WS-DIAS-MES (WS-CAL-MES) TO WS-ULTIMO-DIA.
009080         IF WS-CAL-MES = 2
009090                PERFORM 6760-REVISAR-BISIESTO THRU 6760-EXIT
009100         END-IF.
009110         IF WS-CAL-DIA > WS-ULTIMO-DIA
009120                MOVE 1 TO WS-CAL-DIA
009130                ADD 1 TO WS-CAL-MES
009140                IF WS-CAL-MES > 12
009150                       MOVE 1 TO WS-CAL-MES
009160                       ADD 1 TO WS-CAL-ANIO
009170                END-IF
009180         END-IF.
009190 6750-EXIT.
009200         EXIT.

009210*-------------------------------------------------------------
009220* 6760-REVISAR-BISIESTO - FEBRERO DE 29 DIAS EN ANIO BISIESTO
009230*-------------------------------------------------------------
009240 6760-REVISAR-BISIESTO.
009250         DIVIDE WS-CAL-ANIO BY 4 GIVING WS-COCIENTE
009260                REMAINDER WS-RESIDUO.
009270         IF WS-RESIDUO NOT = ZERO
009280                GO TO 6760-EXIT
009290         END-IF.
009300         MOVE 29 TO WS-ULTIMO-DIA.
009310         DIVIDE WS-CAL-ANIO BY 100 GIVING WS-COCIENTE
009320                REMAINDER WS-RESIDUO.
009330         IF WS-RESIDUO NOT = ZERO
009340                GO TO 6760-EXIT
009350         END-IF.
009360         DIVIDE WS-CAL-ANIO BY 400 GIVING WS-COCIENTE
009370                REMAINDER WS-RESIDUO.
009380         IF WS-RESIDUO NOT = ZERO
009390                MOVE 28 TO WS-ULTIMO-DIA
009400         END-IF.
009410 6760-EXIT.
009420         EXIT.

009430*-------------------------------------------------------------
009440* 6800-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
009450* MAESTRO, CREANDOLO SI NO EXISTE
009460* Lleva la imagen anterior que dejo guardada quien llama y la
009470* posterior tal como quedo el registro (en blanco en una baja).
009480*-------------------------------------------------------------
009490 6800-GRABAR-DIARIO.
009500         OPEN EXTEND NOMBRE-DIARIO.
009510         IF WS-STAT-DIARIO = "35"
009520                OPEN OUTPUT NOMBRE-DIARIO
009530                CLOSE NOMBRE-DIARIO
009540                OPEN EXTEND NOMBRE-DIARIO
009550         END-IF.
009560         MOVE SPACES TO DIARIO-RECORD.
009570         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
009580         ACCEPT DIA-HORA-MOVTO FROM TIME.
009590         MOVE WS-PROGRAMA TO DIA-PROGRAMA.
009600         MOVE WS-OPERADOR TO DIA-OPERADOR.
009610         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
009620         MOVE NOM-NUM-EMPLEADO TO DIA-NUM-EMPLEADO.
009630         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
009640         IF NOT DIA-BAJA
009650                MOVE NOMBRE-RECORD TO DIA-IMAGEN-DESPUES
009660         END-IF.
009670         WRITE DIARIO-RECORD.
009680         CLOSE NOMBRE-DIARIO.
009690 6800-EXIT.
009700         EXIT.

009710*-------------------------------------------------------------
009720* 8300-EJECUTAR-RESTAURACION - APLICA UNA SOLICITUD DE
009730* RESTAURACION APROBADA
009740* Vuelve a buscar en la bitacora la imagen mas reciente del
009750* mismo nombre y numero de empleado de la solicitud.
009760*-------------------------------------------------------------
009770 8300-EJECUTAR-RESTAURACION.
009780         MOVE SOL-NOMBRE TO WS-NOMBRE-BUSQUEDA.
009790         MOVE "N" TO WS-FIN-HIST.
009800         MOVE "N" TO WS-HIST-ENCONTRADO.
009810         OPEN INPUT NOMBRE-HIST.
009820         IF WS-STAT-HIST NOT = "00"
009830                DISPLAY "AVISO: no hay movimientos registrados"
009840                GO TO 8300-EXIT
009850         END-IF.
009860         PERFORM 8310-BUSCAR-IMAGEN-NUM THRU 8310-EXIT
009870                UNTIL FIN-HIST.
009880         CLOSE NOMBRE-HIST.
009890         IF HIST-ENCONTRADO
009900                PERFORM 8200-REGRABAR-IMAGEN THRU 8200-EXIT
009910         ELSE
009920                DISPLAY "AVISO: sin imagen en el historial"
009930         END-IF.
009940 8300-EXIT.
009950         EXIT.

009960*-------------------------------------------------------------
009970* 8310-BUSCAR-IMAGEN-NUM - CONSERVA LA IMAGEN MAS RECIENTE DEL
009980* NOMBRE Y NUMERO DE LA SOLICITUD
009990*-------------------------------------------------------------
010000 8310-BUSCAR-IMAGEN-NUM.
010010         READ NOMBRE-HIST
010020                AT END
010030                       SET FIN-HIST TO TRUE
010040                       GO TO 8310-EXIT
010050         END-READ.
010060         IF HIS-NOMBRE-ANTERIOR = WS-NOMBRE-BUSQUEDA
010070                AND HIS-NUM-EMPLEADO = SOL-NUM-EMPLEADO
010080                SET HIST-ENCONTRADO TO TRUE
010090                MOVE HIS-NOMBRE-ANTERIOR TO IMA-NOMBRE
010100                MOVE HIS-FECHA-CAPTURA TO IMA-FECHA-CAPTURA
010110                MOVE HIS-HORA-CAPTURA TO IMA-HORA-CAPTURA
010120                MOVE HIS-TERMINAL-ORIGEN TO IMA-TERMINAL-ORIGEN
010130                MOVE HIS-NUM-EMPLEADO TO IMA-NUM-EMPLEADO
010140         END-IF.
010150 8310-EXIT.
010160         EXIT.

010170*-------------------------------------------------------------
010180* 9000-AUTORIZAR - HOJEA LAS SOLICITUDES PENDIENTES PARA QUE
010190* UN SUPERVISOR LAS APRUEBE O RECHACE
010200* Las solicitudes propias se saltan: el doble control exige
010210* que quien aprueba no sea quien pidio. Las pendientes cuya
010220* fecha de vencimiento ya paso se marcan vencidas.
010230*-------------------------------------------------------------
010240 9000-AUTORIZAR.
010250         ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
010260         OPEN I-O NOMBRE-SOLIC.
010270         IF WS-STAT-SOLIC NOT = "00"
010280                DISPLAY "AVISO: no hay solicitudes registradas"
010290                GO TO 9000-EXIT
010300         END-IF.
010310         MOVE "N" TO WS-FIN-SOLIC.
010320         MOVE LOW-VALUES TO SOL-LLAVE.
010330         START NOMBRE-SOLIC KEY IS NOT LESS THAN SOL-LLAVE
010340                INVALID KEY
010350                       SET FIN-SOLIC TO TRUE
010360         END-START.
010370         PERFORM 9100-REVISAR-SOLICITUD THRU 9100-EXIT
010380                UNTIL FIN-SOLIC.
010390         CLOSE NOMBRE-SOLIC.
010400         DISPLAY "Fin de las solicitudes".
010410 9000-EXIT.
010420         EXIT.

010430*-------------------------------------------------------------
010440* 9100-REVISAR-SOLICITUD - PRESENTA UNA SOLICITUD PENDIENTE Y
010450* ATIENDE LA DECISION DEL SUPERVISOR
010460*-------------------------------------------------------------
010470 9100-REVISAR-SOLICITUD.
010480         READ NOMBRE-SOLIC NEXT RECORD
010490                AT END
010500                       SET FIN-SOLIC TO TRUE
010510                       GO TO 9100-EXIT
010520         END-READ.
010530         IF NOT SOL-PENDIENTE
010540                GO TO 9100-EXIT
010550         END-IF.
010560         IF WS-FECHA-HOY > SOL-FECHA-VENCE
010570                SET SOL-VENCIDA TO TRUE
010580                PERFORM 9190-CERRAR-SOLICITUD THRU 9190-EXIT
010590                DISPLAY "Solicitud vencida: " SOL-NUM-EMPLEADO
010600                       " " SOL-NOMBRE
010610                GO TO 9100-EXIT
010620         END-IF.
010630         DISPLAY "-----------------------------------------".
010640         IF SOL-BAJA
010650                DISPLAY "Solicitud : BAJA"
010660         ELSE
010670                DISPLAY "Solicitud : RESTAURACION"
010680         END-IF.
010690         DISPLAY "Empleado  : " SOL-NUM-EMPLEADO.
010700         DISPLAY "Nombre    : " SOL-NOMBRE.
010710         DISPLAY "Motivo    : " SOL-MOTIVO.
010720         DISPLAY "Pedida por: " SOL-SOLICITANTE
010730                " en " SOL-TERMINAL.
010740         DISPLAY "Fecha     : " SOL-FECHA-SOLICITUD
010750                " " SOL-HORA-SOLICITUD.
010760         DISPLAY "Vence     : " SOL-FECHA-VENCE.
010770         IF SOL-SOLICITANTE = WS-OPERADOR
010780                DISPLAY "AVISO: solicitud propia, debe "
010790                       "autorizarla otro supervisor"
010800                GO TO 9100-EXIT
010810         END-IF.
010820         DISPLAY "(A)probar (R)echazar (S)iguiente (T)erminar: ".
010830         ACCEPT WS-RESPUESTA-SOLIC.
010840         EVALUATE TRUE
010850                WHEN SOLIC-APROBAR
010860                       PERFORM 9200-APROBAR-SOLICITUD
010870                              THRU 9200-EXIT
010880                WHEN SOLIC-RECHAZAR
010890                       SET SOL-RECHAZADA TO TRUE
010900                       MOVE WS-OPERADOR TO SOL-SUPERVISOR
010910                       PERFORM 9190-CERRAR-SOLICITUD
010920                              THRU 9190-EXIT
010930                       DISPLAY "Solicitud rechazada"
010940                WHEN SOLIC-TERMINAR
010950                       SET FIN-SOLIC TO TRUE
010960                WHEN OTHER
010970                       CONTINUE
010980         END-EVALUATE.
010990 9100-EXIT.
011000         EXIT.

011010*-------------------------------------------------------------
011020* 9190-CERRAR-SOLICITUD - ESTAMPA LA RESOLUCION Y REGRABA LA
011030* SOLICITUD
011040*-------------------------------------------------------------
011050 9190-CERRAR-SOLICITUD.
011060         ACCEPT SOL-FECHA-RESOLUCION FROM DATE YYYYMMDD.
011070         ACCEPT SOL-HORA-RESOLUCION FROM TIME.
011080         REWRITE SOLICITUD-RECORD
011090                INVALID KEY
011100                       DISPLAY "ERROR: no se pudo regrabar la "
011110                              "solicitud, estado " WS-STAT-SOLIC
011120         END-REWRITE.
011130 9190-EXIT.
011140         EXIT.

011150*-------------------------------------------------------------
011160* 9200-APROBAR-SOLICITUD - APLICA AL MAESTRO LA SOLICITUD
011170* APROBADA
011180* Si el registro ya no esta (baja) o ya existe (restauracion)
011190* la solicitud queda como aprobada pero no aplicada.
011200*-------------------------------------------------------------
011210 9200-APROBAR-SOLICITUD.
011220         MOVE "N" TO WS-SOLICITUD-APLICADA.
011230         IF SOL-BAJA
011240                PERFORM 6200-EJECUTAR-BAJA THRU 6200-EXIT
011250         ELSE
011260                PERFORM 8300-EJECUTAR-RESTAURACION
011270                       THRU 8300-EXIT
011280         END-IF.
011290         IF SOLICITUD-APLICADA
011300                SET SOL-APROBADA TO TRUE
011310         ELSE
011320                SET SOL-NO-APLICADA TO TRUE
011330         END-IF.
011340         MOVE WS-OPERADOR TO SOL-SUPERVISOR.
011350         PERFORM 9190-CERRAR-SOLICITUD THRU 9190-EXIT.
011360 9200-EXIT.
011370         EXIT.

011380*-------------------------------------------------------------
011390* 9500-REGISTRAR-FALLA - ANOTA UNA FALLA DE SEGURIDAD
011400* Suma la falla al contador de la clave, deja el evento en la
011410* bitacora de seguridad y, si la clave llego al maximo de fallas
011420* consecutivas, pone inactivo al operador.
011430*-------------------------------------------------------------
011440 9500-REGISTRAR-FALLA.
011450         PERFORM 9520-CONTAR-FALLA THRU 9520-EXIT.
011460         PERFORM 9510-GRABAR-EVENTO THRU 9510-EXIT.
011470         IF WS-SEG-FALLAS NOT LESS THAN WS-MAX-FALLAS
011480                PERFORM 9530-BLOQUEAR-OPERADOR THRU 9530-EXIT
011490         END-IF.
011500 9500-EXIT.
011510         EXIT.

011520*-------------------------------------------------------------
011530* 9510-GRABAR-EVENTO - AGREGA UN EVENTO A LA BITACORA DE
011540* SEGURIDAD, CREANDOLA SI NO EXISTE
011550*-------------------------------------------------------------
011560 9510-GRABAR-EVENTO.
011570         OPEN EXTEND NOMBRE-SEGUR.
011580         IF WS-STAT-SEGUR = "35"
011590                OPEN OUTPUT NOMBRE-SEGUR
011600                CLOSE NOMBRE-SEGUR
011610                OPEN EXTEND NOMBRE-SEGUR
011620         END-IF.
011630         IF WS-STAT-SEGUR NOT = "00"
011640                DISPLAY "ERROR: no se pudo abrir NOMBRE-SEGUR, "
011650                       "estado " WS-STAT-SEGUR
011660                GO TO 9510-EXIT
011670         END-IF.
011680         ACCEPT SEG-FECHA FROM DATE YYYYMMDD.
011690         ACCEPT SEG-HORA FROM TIME.
011700         MOVE WS-SEG-TIPO TO SEG-TIPO.
011710         MOVE WS-SEG-CLAVE TO SEG-CLAVE.
011720         ACCEPT SEG-TERMINAL FROM ENVIRONMENT "TERMID".
011730         MOVE WS-PROGRAMA TO SEG-PROGRAMA.
011740         MOVE WS-SEG-DETALLE TO SEG-DETALLE.
011750         MOVE WS-SEG-FALLAS TO SEG-FALLAS.
011760         WRITE NOMBRE-SEGUR-REC.
011770         CLOSE NOMBRE-SEGUR.
011780 9510-EXIT.
011790         EXIT.

011800*-------------------------------------------------------------
011810* 9520-CONTAR-FALLA - SUMA UNA FALLA CONSECUTIVA A LA CLAVE
011820*-------------------------------------------------------------
011830 9520-CONTAR-FALLA.
011840         MOVE ZERO TO WS-SEG-FALLAS.
011850         OPEN I-O NOMBRE-FALLA.
011860         IF WS-STAT-FALLA = "35"
011870                OPEN OUTPUT NOMBRE-FALLA
011880                CLOSE NOMBRE-FALLA
011890                OPEN I-O NOMBRE-FALLA
011900         END-IF.
011910         IF WS-STAT-FALLA NOT = "00"
011920                DISPLAY "ERROR: no se pudo abrir NOMBRE-FALLA, "
011930                       "estado " WS-STAT-FALLA
011940                GO TO 9520-EXIT
011950         END-IF.
011960         MOVE "S" TO WS-FALLA-EXISTE.
011970         MOVE WS-SEG-CLAVE TO FAL-CLAVE.
011980         READ NOMBRE-FALLA
011990                INVALID KEY
012000                       MOVE "N" TO WS-FALLA-EXISTE
012010                       MOVE ZERO TO FAL-CONSECUTIVAS
012020         END-READ.
012030         IF FAL-CONSECUTIVAS < 999
012040                ADD 1 TO FAL-CONSECUTIVAS
012050         END-IF.
012060         ACCEPT FAL-FECHA-ULTIMA FROM DATE YYYYMMDD.
012070         ACCEPT FAL-HORA-ULTIMA FROM TIME.
012080         MOVE WS-PROGRAMA TO FAL-PROGRAMA-ULTIMO.
012090         IF FALLA-EXISTE
012100                REWRITE FALLA-RECORD
012110         ELSE
012120                WRITE FALLA-RECORD
012130         END-IF.
012140         MOVE FAL-CONSECUTIVAS TO WS-SEG-FALLAS.
012150         CLOSE NOMBRE-FALLA.
012160 9520-EXIT.
012170         EXIT.

012180*-------------------------------------------------------------
012190* 9530-BLOQUEAR-OPERADOR - PONE INACTIVO AL OPERADOR QUE LLEGO
012200* AL MAXIMO DE FALLAS CONSECUTIVAS
012210* NOMBRE-OPER debe estar abierto en I-O. Una clave que no existe
012220* o que ya estaba inactiva no cambia nada.
012230*-------------------------------------------------------------
012240 9530-BLOQUEAR-OPERADOR.
012250         MOVE WS-SEG-CLAVE TO OPE-ID.
012260         READ NOMBRE-OPER
012270                INVALID KEY
012280                       GO TO 9530-EXIT
012290         END-READ.
012300         IF OPE-INACTIVO
012310                GO TO 9530-EXIT
012320         END-IF.
012330         SET OPE-INACTIVO TO TRUE.
012340         REWRITE OPERADOR-RECORD.
012350         DISPLAY "AVISO: operador " WS-SEG-CLAVE " bloqueado por "
012360                "fallas consecutivas".
012370         SET EVENTO-BLOQUEO TO TRUE.
012380         MOVE "OPERADOR BLOQUEADO" TO WS-SEG-DETALLE.
012390         PERFORM 9510-GRABAR-EVENTO THRU 9510-EXIT.
012400         IF WS-SEG-CLAVE = WS-OPERADOR
012410                SET OPERADOR-BLOQUEADO TO TRUE
012420         END-IF.
012430 9530-EXIT.
012440         EXIT.

012450*-------------------------------------------------------------
012460* 9540-LIMPIAR-FALLAS - REGRESA A CERO LAS FALLAS DE LA CLAVE
012470* AL FIRMAR CON EXITO
012480*-------------------------------------------------------------
012490 9540-LIMPIAR-FALLAS.
012500         OPEN I-O NOMBRE-FALLA.
012510         IF WS-STAT-FALLA NOT = "00"
012520                GO TO 9540-EXIT
012530         END-IF.
012540         MOVE WS-SEG-CLAVE TO FAL-CLAVE.
012550         READ NOMBRE-FALLA
012560                INVALID KEY
012570                       CLOSE NOMBRE-FALLA
012580                       GO TO 9540-EXIT
012590         END-READ.
012600         IF FAL-CONSECUTIVAS NOT = ZERO
012610                MOVE ZERO TO FAL-CONSECUTIVAS
012620                REWRITE FALLA-RECORD
012630         END-IF.
012640         CLOSE NOMBRE-FALLA.
012650 9540-EXIT.
012660         EXIT.

012670*-------------------------------------------------------------
012680* 9550-DENEGAR-OPCION - ANOTA UNA OPCION NEGADA POR NIVEL
012690* Si con esta falla el operador queda bloqueado, la sesion
012700* termina.
012710*-------------------------------------------------------------
012720 9550-DENEGAR-OPCION.
012730         SET EVENTO-OPCION-DENEGADA TO TRUE.
012740         MOVE WS-OPERADOR TO WS-SEG-CLAVE.
012750         OPEN I-O NOMBRE-OPER.
012760         IF WS-STAT-OPER NOT = "00"
012770                DISPLAY "ERROR: no se pudo abrir NOMBRE-OPER, "
012780                       "estado " WS-STAT-OPER
012790                GO TO 9550-EXIT
012800         END-IF.
012810         PERFORM 9500-REGISTRAR-FALLA THRU 9500-EXIT.
012820         CLOSE NOMBRE-OPER.
012830         IF OPERADOR-BLOQUEADO
012840                DISPLAY "Sesion terminada: operador bloqueado"
012850                SET TERMINAR-MENU TO TRUE
012860         END-IF.
012870 9550-EXIT.
012880         EXIT.
