000010* Mantenimiento batch de nombres (cambios y bajas de RH)
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. MANTENIMIENTO-BATCH.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-10.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-10 JP  Version original: aplica al maestro
000120*                NOMBRE-MASTER, sin operador, los cambios de
000130*                nombre y las bajas que manda recursos humanos
000140*                en el archivo de movimientos NOMBRE-MOVB (copy
000150*                MOVBATCH), en vez de teclearlos uno por uno en
000160*                el menu de MANTENIMIENTO-NOMBRES. Cada cambio y
000170*                cada baja deja en NOMBRE-HIST la misma imagen
000180*                anterior que deja el menu y sale al extracto
000190*                como movimiento C o B. Lleva checkpoint/restart
000200*                como ENTRADA-BATCH y se registra en el control
000210*                de corridas NOMBRE-RUNCTL. Los movimientos que
000220*                no se pueden aplicar van a suspensos con origen
000230*                M y su motivo (AC, NE, NM, BL o CA; ver copy
000240*                SUSPENSO), y el reporte de control MANRPT lista
000250*                lo aplicado y lo rechazado con sus totales.
000251* 2026-10-11 JP  Cada cambio y cada baja se anotan en el diario
000252*                NOMBRE-DIARIO (copy DIARIO) con operador
000253*                BATCH.
000254* 2026-10-15 JP  El motivo de lo aplicado sale completo en su
000255*                propia linea del reporte MANRPT.

000260 ENVIRONMENT DIVISION.

000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290         SELECT NOMBRE-MOVB ASSIGN TO "NOMMOVB"
000300                ORGANIZATION IS SEQUENTIAL
000310                FILE STATUS IS WS-STAT-MOVB.
000320         SELECT NOMBRE-MASTER ASSIGN TO "NOMMSTR"
000330                ORGANIZATION IS INDEXED
000340                ACCESS MODE IS DYNAMIC
000350                RECORD KEY IS NOM-NUM-EMPLEADO
000360                ALTERNATE RECORD KEY IS NOM-NOMBRE
000370                       WITH DUPLICATES
000380                ALTERNATE RECORD KEY IS NOM-APELLIDO-PATERNO
000390                       WITH DUPLICATES
000400                FILE STATUS IS WS-STAT-MASTER.
000410         SELECT NOMBRE-HIST ASSIGN TO "NOMHIST"
000420                ORGANIZATION IS SEQUENTIAL
000430                FILE STATUS IS WS-STAT-HIST.
000440         SELECT NOMBRE-CHKPT ASSIGN TO "NOMMCKPT"
000450                ORGANIZATION IS SEQUENTIAL
000460                FILE STATUS IS WS-STAT-CHKPT.
000470         SELECT NOMBRE-EXTR ASSIGN TO "NOMEXTR"
000480                ORGANIZATION IS SEQUENTIAL
000490                FILE STATUS IS WS-STAT-EXTR.
000500         SELECT NOMBRE-EXSEQ ASSIGN TO "NOMEXSEQ"
000510                ORGANIZATION IS SEQUENTIAL
000520                FILE STATUS IS WS-STAT-EXSEQ.
000530         SELECT NOMBRE-SUSP ASSIGN TO "NOMSUSP"
000540                ORGANIZATION IS INDEXED
000550                ACCESS MODE IS DYNAMIC
000560                RECORD KEY IS SUS-SECUENCIA
000570                FILE STATUS IS WS-STAT-SUSP.
000580         SELECT NOMBRE-SUSCT ASSIGN TO "NOMSUSCT"
000590                ORGANIZATION IS SEQUENTIAL
000600                FILE STATUS IS WS-STAT-SUSCT.
000610         SELECT MANT-RPT ASSIGN TO "MANRPT"
000620                ORGANIZATION IS SEQUENTIAL
000630                FILE STATUS IS WS-STAT-MANRPT.
000640         SELECT NOMBRE-RUNCTL ASSIGN TO "NOMRUNCT"
000650                ORGANIZATION IS INDEXED
000660                ACCESS MODE IS DYNAMIC
000670                RECORD KEY IS RUN-LLAVE
000680                FILE STATUS IS WS-STAT-RUNCT.
000681         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000682                ORGANIZATION IS SEQUENTIAL
000683                FILE STATUS IS WS-STAT-DIARIO.

000690 DATA DIVISION.
000700 FILE SECTION.
000710*-----------------------------------------------------------
000720* NOMBRE-MOVB - Movimientos de mantenimiento de RH (batch)
000730*-----------------------------------------------------------
000740 FD  NOMBRE-MOVB
000750             LABEL RECORDS ARE STANDARD
000760             RECORD CONTAINS 80 CHARACTERS.
000770 COPY "copybooks/movbatch.cpy".

000780*-----------------------------------------------------------
000790* NOMBRE-MASTER - Maestro de nombres capturados (KSDS)
000800*-----------------------------------------------------------
000810 FD  NOMBRE-MASTER
000820             LABEL RECORDS ARE STANDARD.
000830 COPY "copybooks/nombre.cpy".

000840*-----------------------------------------------------------
000850* NOMBRE-HIST - Bitacora historica de bajas y cambios, con la
000860* imagen anterior del registro para poder restaurarla
000870*-----------------------------------------------------------
000880 FD  NOMBRE-HIST
000890             LABEL RECORDS ARE STANDARD
000900             RECORD CONTAINS 125 CHARACTERS.
000910 COPY "copybooks/historia.cpy".

000920*-----------------------------------------------------------
000930* NOMBRE-CHKPT - Checkpoint de reinicio del mantenimiento
000940*-----------------------------------------------------------
000950 FD  NOMBRE-CHKPT
000960             LABEL RECORDS ARE STANDARD
000970             RECORD CONTAINS 7 CHARACTERS.
000980 01  NOMBRE-CHKPT-REC                PIC 9(07).

000990*-----------------------------------------------------------
001000* NOMBRE-EXTR - Interfaz de ancho fijo para sistemas de bajada
001010*-----------------------------------------------------------
001020 FD  NOMBRE-EXTR
001030             LABEL RECORDS ARE STANDARD.
001040 COPY "copybooks/extracto.cpy".

001050*-----------------------------------------------------------
001060* NOMBRE-EXSEQ - Control del consecutivo de extraccion
001070*-----------------------------------------------------------
001080 FD  NOMBRE-EXSEQ
001090             LABEL RECORDS ARE STANDARD
001100             RECORD CONTAINS 10 CHARACTERS.
001110 01  NOMBRE-EXSEQ-REC                PIC 9(10).

001120*-----------------------------------------------------------
001130* NOMBRE-SUSP - Suspensos de transacciones rechazadas (KSDS)
001140*-----------------------------------------------------------
001150 FD  NOMBRE-SUSP
001160             LABEL RECORDS ARE STANDARD.
001170 COPY "copybooks/suspenso.cpy".

001180*-----------------------------------------------------------
001190* NOMBRE-SUSCT - Control del consecutivo de suspensos
001200*-----------------------------------------------------------
001210 FD  NOMBRE-SUSCT
001220             LABEL RECORDS ARE STANDARD
001230             RECORD CONTAINS 7 CHARACTERS.
001240 01  NOMBRE-SUSCT-REC                PIC 9(07).

001250*-----------------------------------------------------------
001260* MANT-RPT - Reporte de control del mantenimiento batch
001270*-----------------------------------------------------------
001280 FD  MANT-RPT
001290             LABEL RECORDS ARE STANDARD
001300             RECORD CONTAINS 80 CHARACTERS.
001310 01  MANT-RPT-REC                    PIC X(80).

001320*-----------------------------------------------------------
001330* NOMBRE-RUNCTL - Control de corridas del flujo nocturno
001340*-----------------------------------------------------------
001350 FD  NOMBRE-RUNCTL
001360             LABEL RECORDS ARE STANDARD.
001370 COPY "copybooks/runctl.cpy".

001371*-----------------------------------------------------------
001372* NOMBRE-DIARIO - Diario de actualizaciones del maestro
001373*-----------------------------------------------------------
001374 FD  NOMBRE-DIARIO
001375             LABEL RECORDS ARE STANDARD
001376             RECORD CONTAINS 290 CHARACTERS.
001377 COPY "copybooks/diario.cpy".

001380 WORKING-STORAGE SECTION.
001390*-----------------------------------------------------------
001400* CAMPOS DE TRABAJO
001410*-----------------------------------------------------------
001420 77  WKS-NOMBRE                  PIC X(30).
001430 77  WS-STAT-MOVB                PIC X(02) VALUE SPACES.
001440 77  WS-STAT-MASTER              PIC X(02) VALUE SPACES.
001450 77  WS-STAT-HIST                PIC X(02) VALUE SPACES.
001460 77  WS-FIN-MOVB                 PIC X(01) VALUE "N".
001470         88  FIN-MOVB                        VALUE "S".
001480 77  WS-NOMBRE-VALIDO            PIC X(01) VALUE "N".
001490         88  NOMBRE-ES-VALIDO                VALUE "S".
001500         88  NOMBRE-NO-VALIDO                VALUE "N".
001510 77  WS-SUB                      PIC 9(02) COMP.
001520 77  WS-CARACTER                 PIC X(01).
001530 77  WS-CONTADOR-LEIDOS          PIC 9(07) COMP VALUE ZERO.
001540 77  WS-CONTADOR-CAMBIOS         PIC 9(07) COMP VALUE ZERO.
001550 77  WS-CONTADOR-BAJAS           PIC 9(07) COMP VALUE ZERO.
001560 77  WS-CONTADOR-RECHAZADOS      PIC 9(07) COMP VALUE ZERO.
001570 77  WS-CONTADOR-SUSPENSOS       PIC 9(07) COMP VALUE ZERO.
001580 77  WS-STAT-CHKPT               PIC X(02) VALUE SPACES.
001590 77  WS-CONTADOR-CHECKPOINT      PIC 9(07) COMP VALUE ZERO.
001600 77  WS-INTERVALO-CHECKPOINT     PIC 9(05) COMP VALUE 100.
001610 77  WS-SUB-SALTO                PIC 9(07) COMP.
001620 77  WS-COCIENTE-CHECKPOINT      PIC 9(07) COMP.
001630 77  WS-RESIDUO-CHECKPOINT       PIC 9(05) COMP.
001640 77  WS-STAT-EXTR                PIC X(02) VALUE SPACES.
001650 77  WS-STAT-EXSEQ               PIC X(02) VALUE SPACES.
001660 77  WS-EXT-SECUENCIA            PIC 9(10) VALUE ZERO.
001670 77  WS-REINTENTOS               PIC 9(02) COMP VALUE ZERO.
001680 77  WS-MAX-REINTENTOS           PIC 9(02) COMP VALUE 3.
001690 77  WS-EXSEQ-ABIERTO            PIC X(01) VALUE "N".
001700         88  EXSEQ-ABIERTO                   VALUE "S".
001710 77  WS-SEC-EXTR-TOMADA          PIC X(01) VALUE "N".
001720         88  SEC-EXTR-TOMADA                 VALUE "S".
001730 77  WS-TIPO-EXTRACTO            PIC X(01) VALUE SPACE.
001740         88  EXTRACTO-CAMBIO                 VALUE "C".
001750         88  EXTRACTO-BAJA                   VALUE "B".
001760 77  WS-TIPO-MOVTO               PIC X(01).
001770 77  WS-NUM-EMPLEADO             PIC 9(08) VALUE ZERO.
001780 77  WS-STAT-RUNCT               PIC X(02) VALUE SPACES.
001790 77  WS-RETORNO                  PIC 9(04) COMP VALUE ZERO.
001800 77  WS-RUN-REGISTRADA           PIC X(01) VALUE "N".
001810         88  RUN-REGISTRADA                  VALUE "S".
001820 77  WS-FECHA-CORRIDA            PIC 9(08).
001830 77  WS-STAT-SUSP                PIC X(02) VALUE SPACES.
001840 77  WS-STAT-SUSCT               PIC X(02) VALUE SPACES.
001841 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
001842 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
001843 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
001850 77  WS-SUS-SECUENCIA            PIC 9(07) VALUE ZERO.
001860 77  WS-MOTIVO-RECHAZO           PIC X(02) VALUE SPACES.
001870 77  WS-STAT-MANRPT              PIC X(02) VALUE SPACES.
001880 01  WS-IMAGEN-ANTERIOR.
001890         05  IMA-NOMBRE                  PIC X(30).
001900         05  IMA-FECHA-CAPTURA           PIC 9(08).
001910         05  IMA-HORA-CAPTURA            PIC 9(08).
001920         05  IMA-TERMINAL-ORIGEN         PIC X(08).
001930         05  IMA-NUM-EMPLEADO            PIC 9(08).
001940 77  WS-NOMBRE-PROPIO            PIC X(20).
001950 77  WS-APELLIDO-PATERNO         PIC X(15).
001960 77  WS-APELLIDO-MATERNO         PIC X(15).
001970 77  WS-NUM-PALABRAS             PIC 9(02) COMP VALUE ZERO.
001980 77  WS-NUM-PROPIO               PIC 9(02) COMP VALUE ZERO.
001990 77  WS-SUB-PALABRA              PIC 9(02) COMP.
002000 77  WS-APUNTADOR                PIC 9(02) COMP.
002010 01  WS-PALABRAS.
002020         05  WS-PALABRA OCCURS 6 TIMES   PIC X(30).

002030*-----------------------------------------------------------
002040* LINEAS DEL REPORTE DE CONTROL
002050*-----------------------------------------------------------
002060 01  WS-MAN-ENCABEZADO.
002070         05  FILLER                  PIC X(01) VALUE SPACE.
002080         05  FILLER                  PIC X(34)
002090                    VALUE "MANTENIMIENTO BATCH DE NOMBRES    ".
002100         05  FILLER                  PIC X(07) VALUE "FECHA: ".
002110         05  MAN-FECHA               PIC 9(08).
002120 01  WS-MAN-COLUMNAS.
002130         05  FILLER                  PIC X(01) VALUE SPACE.
002140         05  FILLER                  PIC X(17)
002150                    VALUE "ACCION NUMERO    ".
002160         05  FILLER                  PIC X(10)
002170                    VALUE "RESULTADO ".
002180         05  FILLER                  PIC X(31)
002190                    VALUE "NOMBRE                         ".
002200         05  FILLER                  PIC X(11)
002210                    VALUE "OBSERVACION".
002220 01  WS-MAN-DETALLE.
002230         05  FILLER                  PIC X(01) VALUE SPACE.
002240         05  MAN-ACCION              PIC X(06).
002250         05  FILLER                  PIC X(01) VALUE SPACE.
002260         05  MAN-NUM-EMPLEADO        PIC X(08).
002270         05  FILLER                  PIC X(01) VALUE SPACE.
002280         05  MAN-RESULTADO           PIC X(09).
002290         05  FILLER                  PIC X(01) VALUE SPACE.
002300         05  MAN-NOMBRE              PIC X(30).
002310         05  FILLER                  PIC X(01) VALUE SPACE.
002320         05  MAN-OBSERVACION         PIC X(22).
002330 01  WS-MAN-ANTERIOR.
002340         05  FILLER                  PIC X(17) VALUE SPACES.
002350         05  FILLER                  PIC X(10) VALUE "ANTERIOR: ".
002360         05  MAN-NOMBRE-ANTERIOR     PIC X(30).
002361 01  WS-MAN-MOTIVO.
002362         05  FILLER                  PIC X(17) VALUE SPACES.
002363         05  FILLER                  PIC X(10) VALUE "MOTIVO:   ".
002364         05  MAN-MOTIVO              PIC X(30).
002370 01  WS-MAN-TOTAL.
002380         05  FILLER                  PIC X(01) VALUE SPACE.
002390         05  MAN-CONCEPTO            PIC X(20).
002400         05  MAN-CONTADOR            PIC ZZZ,ZZ9.

002410 PROCEDURE DIVISION.
002420*=============================================================
002430* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
002440*=============================================================
002450 0000-MAINLINE.
002460         ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
002470         PERFORM 9700-REGISTRAR-INICIO THRU 9700-EXIT.
002480         IF WS-RETORNO GREATER THAN 4
002490                MOVE WS-RETORNO TO RETURN-CODE
002500                STOP RUN
002510         END-IF.
002520         PERFORM 1000-INICIAR THRU 1000-EXIT.
002530         PERFORM 2000-PROCESAR-MOVIMIENTO THRU 2000-EXIT
002540                UNTIL FIN-MOVB.
002550         PERFORM 9999-TERMINAR THRU 9999-EXIT.
002560         MOVE WS-RETORNO TO RETURN-CODE.
002570         STOP RUN.

002580*-------------------------------------------------------------
002590* 1000-INICIAR - ABRE ARCHIVOS Y HACE LA LECTURA DE ARRANQUE
002600* Sin archivo de movimientos o sin maestro no hay nada que
002610* aplicar: la corrida termina en falla dura.
002620*-------------------------------------------------------------
002630 1000-INICIAR.
002640         DISPLAY "MANTENIMIENTO-BATCH: inicio".
002650         OPEN INPUT NOMBRE-MOVB.
002660         IF WS-STAT-MOVB NOT = "00"
002670                DISPLAY "ERROR: archivo de movimientos no "
002680                       "disponible, status " WS-STAT-MOVB
002690                PERFORM 1900-FALLA-ARRANQUE THRU 1900-EXIT
002700         END-IF.
002710         OPEN I-O NOMBRE-MASTER.
002720         IF WS-STAT-MASTER NOT = "00"
002730                DISPLAY "ERROR: maestro de nombres no "
002740                       "disponible, status " WS-STAT-MASTER
002750                CLOSE NOMBRE-MOVB
002760                PERFORM 1900-FALLA-ARRANQUE THRU 1900-EXIT
002770         END-IF.
002780         PERFORM 1200-ABRIR-EXTRACTO THRU 1200-EXIT.
002790         PERFORM 1500-ABRIR-REPORTE THRU 1500-EXIT.
002800         PERFORM 1600-ABRIR-SUSPENSOS THRU 1600-EXIT.
002810         PERFORM 1700-LEER-SEC-SUSPENSO THRU 1700-EXIT.
002820         PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT.
002830         IF WS-CONTADOR-CHECKPOINT GREATER THAN ZERO
002840                DISPLAY "Reanudando tras el registro "
002850                       WS-CONTADOR-CHECKPOINT
002860                MOVE WS-CONTADOR-CHECKPOINT TO WS-CONTADOR-LEIDOS
002870                PERFORM 2010-LEER-MOVIMIENTO THRU 2010-EXIT
002880                       VARYING WS-SUB-SALTO FROM 1 BY 1
002890                       UNTIL WS-SUB-SALTO > WS-CONTADOR-CHECKPOINT
002900                              OR FIN-MOVB
002910         END-IF.
002920         PERFORM 2010-LEER-MOVIMIENTO THRU 2010-EXIT.
002930 1000-EXIT.
002940         EXIT.

002950*-------------------------------------------------------------
002960* 1100-LEER-CHECKPOINT - RECUPERA EL ULTIMO PUNTO DE REINICIO
002970*-------------------------------------------------------------
002980 1100-LEER-CHECKPOINT.
002990         MOVE ZERO TO WS-CONTADOR-CHECKPOINT.
003000         OPEN INPUT NOMBRE-CHKPT.
003010         IF WS-STAT-CHKPT = "00"
003020                READ NOMBRE-CHKPT NEXT RECORD
003030                       AT END CONTINUE
003040                END-READ
003050                IF WS-STAT-CHKPT = "00"
003060                       MOVE NOMBRE-CHKPT-REC
003070                              TO WS-CONTADOR-CHECKPOINT
003080                END-IF
003090                CLOSE NOMBRE-CHKPT
003100         END-IF.
003110 1100-EXIT.
003120         EXIT.

003130*-------------------------------------------------------------
003140* 1200-ABRIR-EXTRACTO - ABRE LA INTERFAZ EN MODO EXTEND
003150*-------------------------------------------------------------
003160 1200-ABRIR-EXTRACTO.
003170         OPEN EXTEND NOMBRE-EXTR.
003180         IF WS-STAT-EXTR = "35"
003190                OPEN OUTPUT NOMBRE-EXTR
003200                CLOSE NOMBRE-EXTR
003210                OPEN EXTEND NOMBRE-EXTR
003220         END-IF.
003230 1200-EXIT.
003240         EXIT.

003250*-------------------------------------------------------------
003260* 1500-ABRIR-REPORTE - ABRE EL REPORTE DE CONTROL
003270*-------------------------------------------------------------
003280 1500-ABRIR-REPORTE.
003290         OPEN OUTPUT MANT-RPT.
003300         MOVE WS-FECHA-CORRIDA TO MAN-FECHA.
003310         WRITE MANT-RPT-REC FROM WS-MAN-ENCABEZADO.
003320         MOVE SPACES TO MANT-RPT-REC.
003330         WRITE MANT-RPT-REC.
003340         WRITE MANT-RPT-REC FROM WS-MAN-COLUMNAS.
003350 1500-EXIT.
003360         EXIT.

003370*-------------------------------------------------------------
003380* 1600-ABRIR-SUSPENSOS - ABRE EL ARCHIVO DE SUSPENSOS
003390*-------------------------------------------------------------
003400 1600-ABRIR-SUSPENSOS.
003410         OPEN I-O NOMBRE-SUSP.
003420         IF WS-STAT-SUSP = "35"
003430                OPEN OUTPUT NOMBRE-SUSP
003440                CLOSE NOMBRE-SUSP
003450                OPEN I-O NOMBRE-SUSP
003460         END-IF.
003470 1600-EXIT.
003480         EXIT.

003490*-------------------------------------------------------------
003500* 1700-LEER-SEC-SUSPENSO - RECUPERA EL CONSECUTIVO DE SUSPENSOS
003510* El consecutivo avanza en memoria durante la corrida y se
003520* regraba en 7200 en cada checkpoint y al terminar, igual que
003530* en ENTRADA-BATCH; por eso las dos corridas no se traslapan.
003540*-------------------------------------------------------------
003550 1700-LEER-SEC-SUSPENSO.
003560         OPEN I-O NOMBRE-SUSCT.
003570         IF WS-STAT-SUSCT = "35"
003580                OPEN OUTPUT NOMBRE-SUSCT
003590                MOVE ZERO TO NOMBRE-SUSCT-REC
003600                WRITE NOMBRE-SUSCT-REC
003610                CLOSE NOMBRE-SUSCT
003620                OPEN I-O NOMBRE-SUSCT
003630         END-IF.
003640         READ NOMBRE-SUSCT NEXT RECORD.
003650         MOVE NOMBRE-SUSCT-REC TO WS-SUS-SECUENCIA.
003660         CLOSE NOMBRE-SUSCT.
003670 1700-EXIT.
003680         EXIT.

003690*-------------------------------------------------------------
003700* 1900-FALLA-ARRANQUE - TERMINA LA CORRIDA EN FALLA DURA
003710*-------------------------------------------------------------
003720 1900-FALLA-ARRANQUE.
003730         MOVE 8 TO WS-RETORNO.
003740         PERFORM 9800-REGISTRAR-FIN THRU 9800-EXIT.
003750         MOVE WS-RETORNO TO RETURN-CODE.
003760         STOP RUN.
003770 1900-EXIT.
003780         EXIT.

003790*-------------------------------------------------------------
003800* 2000-PROCESAR-MOVIMIENTO - VALIDA Y APLICA UN MOVIMIENTO
003810*-------------------------------------------------------------
003820 2000-PROCESAR-MOVIMIENTO.
003830         ADD 1 TO WS-CONTADOR-LEIDOS.
003840         PERFORM 2100-VALIDAR-MOVIMIENTO THRU 2100-EXIT.
003850         IF WS-MOTIVO-RECHAZO NOT = SPACES
003860                PERFORM 6000-RECHAZAR-MOVIMIENTO THRU 6000-EXIT
003870         ELSE
003880                IF MVB-CAMBIO
003890                       PERFORM 3000-APLICAR-CAMBIO THRU 3000-EXIT
003900                ELSE
003910                       PERFORM 4000-APLICAR-BAJA THRU 4000-EXIT
003920                END-IF
003930         END-IF.
003940         DIVIDE WS-CONTADOR-LEIDOS BY WS-INTERVALO-CHECKPOINT
003950                GIVING WS-COCIENTE-CHECKPOINT
003960                REMAINDER WS-RESIDUO-CHECKPOINT.
003970         IF WS-RESIDUO-CHECKPOINT = ZERO
003980                PERFORM 7000-ESCRIBIR-CHECKPOINT THRU 7000-EXIT
003990         END-IF.
004000         PERFORM 2010-LEER-MOVIMIENTO THRU 2010-EXIT.
004010 2000-EXIT.
004020         EXIT.

004030*-------------------------------------------------------------
004040* 2010-LEER-MOVIMIENTO - LEE EL SIGUIENTE MOVIMIENTO
004050*-------------------------------------------------------------
004060 2010-LEER-MOVIMIENTO.
004070         READ NOMBRE-MOVB
004080                AT END SET FIN-MOVB TO TRUE
004090         END-READ.
004100 2010-EXIT.
004110         EXIT.

004120*-------------------------------------------------------------
004130* 2100-VALIDAR-MOVIMIENTO - DECIDE SI EL MOVIMIENTO SE APLICA
004140* Deja en WS-MOTIVO-RECHAZO el motivo del suspenso, o blancos
004150* si el movimiento es aplicable; en ese caso el registro del
004160* empleado queda leido en el area del maestro.
004170*-------------------------------------------------------------
004180 2100-VALIDAR-MOVIMIENTO.
004190         MOVE SPACES TO WS-MOTIVO-RECHAZO.
004200         MOVE ZERO TO WS-NUM-EMPLEADO.
004210         MOVE MVB-NOMBRE-NUEVO TO WKS-NOMBRE.
004220         IF NOT MVB-CAMBIO
004230                AND NOT MVB-BAJA
004240                MOVE "AC" TO WS-MOTIVO-RECHAZO
004250                GO TO 2100-EXIT
004260         END-IF.
004270         IF MVB-NUM-EMPLEADO IS NOT NUMERIC
004280                MOVE "NE" TO WS-MOTIVO-RECHAZO
004290                GO TO 2100-EXIT
004300         END-IF.
004310         MOVE MVB-NUM-EMPLEADO TO WS-NUM-EMPLEADO.
004320         IF WS-NUM-EMPLEADO = ZERO
004330                MOVE "NE" TO WS-MOTIVO-RECHAZO
004340                GO TO 2100-EXIT
004350         END-IF.
004360         IF MVB-CAMBIO
004370                PERFORM 2200-VALIDAR-NOMBRE THRU 2200-EXIT
004380                IF NOMBRE-NO-VALIDO
004390                       IF WKS-NOMBRE = SPACES
004400                              MOVE "BL" TO WS-MOTIVO-RECHAZO
004410                       ELSE
004420                              MOVE "CA" TO WS-MOTIVO-RECHAZO
004430                       END-IF
004440                       GO TO 2100-EXIT
004450                END-IF
004460         END-IF.
004470         MOVE WS-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
004480         READ NOMBRE-MASTER
004490                INVALID KEY
004500                       MOVE "NM" TO WS-MOTIVO-RECHAZO
004510         END-READ.
004520 2100-EXIT.
004530         EXIT.

004540*-------------------------------------------------------------
004550* 2200-VALIDAR-NOMBRE - RECHAZA BLANCOS Y CARACTERES INVALIDOS
004560*-------------------------------------------------------------
004570 2200-VALIDAR-NOMBRE.
004580         SET NOMBRE-ES-VALIDO TO TRUE.
004590         IF WKS-NOMBRE = SPACES
004600                SET NOMBRE-NO-VALIDO TO TRUE
004610         ELSE
004620                PERFORM 2210-REVISAR-CARACTER THRU 2210-EXIT
004630                       VARYING WS-SUB FROM 1 BY 1
004640                       UNTIL WS-SUB > 30 OR NOMBRE-NO-VALIDO
004650         END-IF.
004660 2200-EXIT.
004670         EXIT.

004680*-------------------------------------------------------------
004690* 2210-REVISAR-CARACTER - VALIDA UNA POSICION DEL NOMBRE
004700*-------------------------------------------------------------
004710 2210-REVISAR-CARACTER.
004720         MOVE WKS-NOMBRE(WS-SUB:1) TO WS-CARACTER.
004730         IF WS-CARACTER NOT = SPACE
004740                AND WS-CARACTER IS NOT ALPHABETIC
004750                   SET NOMBRE-NO-VALIDO TO TRUE
004760         END-IF.
004770 2210-EXIT.
004780         EXIT.

004790*-------------------------------------------------------------
004800* 2300-SEPARAR-NOMBRE - DERIVA LOS COMPONENTES DEL NOMBRE
004810* El nombre se separa en palabras: con una o dos palabras no
004820* hay apellido materno; con tres o mas, las dos ultimas son
004830* los apellidos y el resto es el nombre propio. Mas de seis
004840* palabras se truncan a las primeras seis.
004850*-------------------------------------------------------------
004860 2300-SEPARAR-NOMBRE.
004870         MOVE SPACES TO WS-PALABRAS.
004880         MOVE SPACES TO WS-NOMBRE-PROPIO.
004890         MOVE SPACES TO WS-APELLIDO-PATERNO.
004900         MOVE SPACES TO WS-APELLIDO-MATERNO.
004910         UNSTRING WKS-NOMBRE DELIMITED BY ALL SPACE
004920                INTO WS-PALABRA (1) WS-PALABRA (2)
004930                     WS-PALABRA (3) WS-PALABRA (4)
004940                     WS-PALABRA (5) WS-PALABRA (6)
004950         END-UNSTRING.
004960         MOVE ZERO TO WS-NUM-PALABRAS.
004970         PERFORM 2310-CONTAR-PALABRA THRU 2310-EXIT
004980                VARYING WS-SUB-PALABRA FROM 1 BY 1
004990                UNTIL WS-SUB-PALABRA > 6.
005000         EVALUATE WS-NUM-PALABRAS
005010                WHEN 0
005020                       CONTINUE
005030                WHEN 1
005040                       MOVE WS-PALABRA (1) TO WS-NOMBRE-PROPIO
005050                WHEN 2
005060                       MOVE WS-PALABRA (1) TO WS-NOMBRE-PROPIO
005070                       MOVE WS-PALABRA (2)
005080                              TO WS-APELLIDO-PATERNO
005090                WHEN OTHER
005100                       SUBTRACT 2 FROM WS-NUM-PALABRAS
005110                              GIVING WS-NUM-PROPIO
005120                       MOVE WS-PALABRA (WS-NUM-PALABRAS)
005130                              TO WS-APELLIDO-MATERNO
005140                       ADD 1 TO WS-NUM-PROPIO
005150                              GIVING WS-SUB-PALABRA
005160                       MOVE WS-PALABRA (WS-SUB-PALABRA)
005170                              TO WS-APELLIDO-PATERNO
005180                       MOVE 1 TO WS-APUNTADOR
005190                       PERFORM 2320-ARMAR-PROPIO THRU 2320-EXIT
005200                              VARYING WS-SUB-PALABRA FROM 1 BY 1
005210                              UNTIL WS-SUB-PALABRA > WS-NUM-PROPIO
005220         END-EVALUATE.
005230 2300-EXIT.
005240         EXIT.

005250*-------------------------------------------------------------
005260* 2310-CONTAR-PALABRA - CUENTA UNA PALABRA NO VACIA
005270*-------------------------------------------------------------
005280 2310-CONTAR-PALABRA.
005290         IF WS-PALABRA (WS-SUB-PALABRA) NOT = SPACES
005300                ADD 1 TO WS-NUM-PALABRAS
005310         END-IF.
005320 2310-EXIT.
005330         EXIT.

005340*-------------------------------------------------------------
005350* 2320-ARMAR-PROPIO - ARMA EL NOMBRE PROPIO PALABRA POR PALABRA
005360*-------------------------------------------------------------
005370 2320-ARMAR-PROPIO.
005380         STRING WS-PALABRA (WS-SUB-PALABRA) DELIMITED BY SPACE
005390                INTO WS-NOMBRE-PROPIO
005400                WITH POINTER WS-APUNTADOR
005410                ON OVERFLOW CONTINUE
005420         END-STRING.
005430         IF WS-SUB-PALABRA < WS-NUM-PROPIO
005440                STRING " " DELIMITED BY SIZE
005450                       INTO WS-NOMBRE-PROPIO
005460                       WITH POINTER WS-APUNTADOR
005470                       ON OVERFLOW CONTINUE
005480                END-STRING
005490         END-IF.
005500 2320-EXIT.
005510         EXIT.

005520*-------------------------------------------------------------
005530* 3000-APLICAR-CAMBIO - REGRABA EL REGISTRO CON EL NOMBRE NUEVO
005540* Igual que la opcion de cambio del menu: la imagen anterior
005550* va primero a la bitacora y el registro se regraba con el
005560* nombre nuevo, sus componentes y la fecha del movimiento.
005570*-------------------------------------------------------------
005580 3000-APLICAR-CAMBIO.
005590         MOVE NOMBRE-RECORD TO WS-IMAGEN-ANTERIOR.
005600         MOVE NOM-NUM-EMPLEADO TO IMA-NUM-EMPLEADO.
005610         MOVE "C" TO WS-TIPO-MOVTO.
005620         PERFORM 5000-GRABAR-HISTORIA THRU 5000-EXIT.
005621         MOVE NOMBRE-RECORD TO WS-DIARIO-ANTES.
005630         MOVE WKS-NOMBRE TO NOM-NOMBRE.
005640         ACCEPT NOM-FECHA-CAPTURA FROM DATE YYYYMMDD.
005650         ACCEPT NOM-HORA-CAPTURA FROM TIME.
005660         MOVE "BATCH   " TO NOM-TERMINAL-ORIGEN.
005670         PERFORM 2300-SEPARAR-NOMBRE THRU 2300-EXIT.
005680         MOVE WS-NOMBRE-PROPIO TO NOM-NOMBRE-PROPIO.
005690         MOVE WS-APELLIDO-PATERNO TO NOM-APELLIDO-PATERNO.
005700         MOVE WS-APELLIDO-MATERNO TO NOM-APELLIDO-MATERNO.
005710         REWRITE NOMBRE-RECORD
005720                INVALID KEY
005730                       MOVE "NM" TO WS-MOTIVO-RECHAZO
005740                       PERFORM 6000-RECHAZAR-MOVIMIENTO
005750                              THRU 6000-EXIT
005760                NOT INVALID KEY
005770                       ADD 1 TO WS-CONTADOR-CAMBIOS
005780                       SET EXTRACTO-CAMBIO TO TRUE
005790                       PERFORM 4100-GRABAR-EXTRACTO THRU 4100-EXIT
005791                       MOVE "C" TO WS-DIARIO-TIPO
005792                       PERFORM 5100-GRABAR-DIARIO THRU 5100-EXIT
005800                       PERFORM 6100-REPORTAR-APLICADO
005810                              THRU 6100-EXIT
005820         END-REWRITE.
005830 3000-EXIT.
005840         EXIT.

005850*-------------------------------------------------------------
005860* 4000-APLICAR-BAJA - BORRA EL REGISTRO DEL MAESTRO
005870* La imagen del registro va primero a la bitacora, de donde
005880* MANTENIMIENTO-NOMBRES puede restaurarlo.
005890*-------------------------------------------------------------
005900 4000-APLICAR-BAJA.
005910         MOVE NOMBRE-RECORD TO WS-IMAGEN-ANTERIOR.
005920         MOVE NOM-NUM-EMPLEADO TO IMA-NUM-EMPLEADO.
005930         MOVE "B" TO WS-TIPO-MOVTO.
005940         PERFORM 5000-GRABAR-HISTORIA THRU 5000-EXIT.
005941         MOVE NOMBRE-RECORD TO WS-DIARIO-ANTES.
005950         DELETE NOMBRE-MASTER RECORD
005960                INVALID KEY
005970                       MOVE "NM" TO WS-MOTIVO-RECHAZO
005980                       PERFORM 6000-RECHAZAR-MOVIMIENTO
005990                              THRU 6000-EXIT
006000                NOT INVALID KEY
006010                       ADD 1 TO WS-CONTADOR-BAJAS
006020                       SET EXTRACTO-BAJA TO TRUE
006030                       PERFORM 4100-GRABAR-EXTRACTO THRU 4100-EXIT
006031                       MOVE "B" TO WS-DIARIO-TIPO
006032                       PERFORM 5100-GRABAR-DIARIO THRU 5100-EXIT
006040                       PERFORM 6100-REPORTAR-APLICADO
006050                              THRU 6100-EXIT
006060         END-DELETE.
006070 4000-EXIT.
006080         EXIT.

006090*-------------------------------------------------------------
006100* 4100-GRABAR-EXTRACTO - MANDA EL MOVIMIENTO AL EXTRACTO
006110* El cambio manda el registro como quedo en el maestro; la
006120* baja manda la imagen del registro borrado. Sin consecutivo
006130* tomado no se graba la extraccion, para no sacar registros
006140* con secuencia basura o repetida.
006150*-------------------------------------------------------------
006160 4100-GRABAR-EXTRACTO.
006170         PERFORM 4150-OBTENER-SEC-EXTRACTO THRU 4150-EXIT.
006180         IF NOT SEC-EXTR-TOMADA
006190                DISPLAY "ERROR: consecutivo del extracto no "
006200                       "disponible; extraccion no grabada"
006210                GO TO 4100-EXIT
006220         END-IF.
006230         IF EXTRACTO-BAJA
006240                MOVE IMA-NOMBRE TO EXT-NOMBRE
006250                MOVE IMA-NUM-EMPLEADO TO EXT-NUM-EMPLEADO
006260         ELSE
006270                MOVE NOM-NOMBRE TO EXT-NOMBRE
006280                MOVE NOM-NUM-EMPLEADO TO EXT-NUM-EMPLEADO
006290         END-IF.
006300         ACCEPT EXT-FECHA-CAPTURA FROM DATE YYYYMMDD.
006310         ACCEPT EXT-HORA-CAPTURA FROM TIME.
006320         MOVE WS-EXT-SECUENCIA TO EXT-SECUENCIA.
006330         MOVE WS-TIPO-EXTRACTO TO EXT-TIPO-MOVTO.
006340         WRITE EXTRACTO-RECORD.
006350 4100-EXIT.
006360         EXIT.

006370*-------------------------------------------------------------
006380* 4150-OBTENER-SEC-EXTRACTO - LLEVA EL CONSECUTIVO DEL EXTRACTO
006390* Mismo protocolo del consecutivo NOMBRE-EXSEQ que usan los
006400* programas de captura: apertura exclusiva por numero -- abrir
006410* I-O, leer, sumar uno, regrabar y cerrar -- reintentando
006420* mientras otro programa tenga el control.
006430*-------------------------------------------------------------
006440 4150-OBTENER-SEC-EXTRACTO.
006450         MOVE "N" TO WS-EXSEQ-ABIERTO.
006460         MOVE "N" TO WS-SEC-EXTR-TOMADA.
006470         MOVE ZERO TO WS-REINTENTOS.
006480         PERFORM 4160-INTENTAR-ABRIR-EXSEQ THRU 4160-EXIT
006490                UNTIL EXSEQ-ABIERTO
006500                       OR WS-REINTENTOS GREATER THAN
006510                              WS-MAX-REINTENTOS.
006520         IF NOT EXSEQ-ABIERTO
006530                GO TO 4150-EXIT
006540         END-IF.
006550         READ NOMBRE-EXSEQ NEXT RECORD.
006560         ADD 1 TO NOMBRE-EXSEQ-REC.
006570         MOVE NOMBRE-EXSEQ-REC TO WS-EXT-SECUENCIA.
006580         REWRITE NOMBRE-EXSEQ-REC.
006590         IF WS-STAT-EXSEQ = "00"
006600                SET SEC-EXTR-TOMADA TO TRUE
006610         END-IF.
006620         CLOSE NOMBRE-EXSEQ.
006630 4150-EXIT.
006640         EXIT.

006650*-------------------------------------------------------------
006660* 4160-INTENTAR-ABRIR-EXSEQ - ABRE EL CONTROL CON REINTENTOS
006670*-------------------------------------------------------------
006680 4160-INTENTAR-ABRIR-EXSEQ.
006690         OPEN I-O NOMBRE-EXSEQ.
006700         IF WS-STAT-EXSEQ = "00"
006710                SET EXSEQ-ABIERTO TO TRUE
006720                GO TO 4160-EXIT
006730         END-IF.
006740         IF WS-STAT-EXSEQ = "35"
006750                OPEN OUTPUT NOMBRE-EXSEQ
006760                MOVE ZERO TO NOMBRE-EXSEQ-REC
006770                WRITE NOMBRE-EXSEQ-REC
006780                CLOSE NOMBRE-EXSEQ
006790         END-IF.
006800         ADD 1 TO WS-REINTENTOS.
006810 4160-EXIT.
006820         EXIT.

006830*-------------------------------------------------------------
006840* 5000-GRABAR-HISTORIA - GUARDA LA IMAGEN ANTERIOR EN LA
006850* BITACORA HISTORICA, CREANDOLA SI NO EXISTE
006860* El operador y la terminal quedan como BATCH; el motivo es
006870* el que trae el movimiento.
006880*-------------------------------------------------------------
006890 5000-GRABAR-HISTORIA.
006900         OPEN EXTEND NOMBRE-HIST.
006910         IF WS-STAT-HIST = "35"
006920                OPEN OUTPUT NOMBRE-HIST
006930                CLOSE NOMBRE-HIST
006940                OPEN EXTEND NOMBRE-HIST
006950         END-IF.
006960         MOVE WS-TIPO-MOVTO TO HIS-TIPO-MOVTO.
006970         ACCEPT HIS-FECHA-MOVTO FROM DATE YYYYMMDD.
006980         ACCEPT HIS-HORA-MOVTO FROM TIME.
006990         MOVE "BATCH   " TO HIS-OPERADOR.
007000         MOVE "BATCH   " TO HIS-TERMINAL-MOVTO.
007010         MOVE MVB-MOTIVO TO HIS-MOTIVO.
007020         MOVE IMA-NOMBRE TO HIS-NOMBRE-ANTERIOR.
007030         MOVE IMA-FECHA-CAPTURA TO HIS-FECHA-CAPTURA.
007040         MOVE IMA-HORA-CAPTURA TO HIS-HORA-CAPTURA.
007050         MOVE IMA-TERMINAL-ORIGEN TO HIS-TERMINAL-ORIGEN.
007060         MOVE IMA-NUM-EMPLEADO TO HIS-NUM-EMPLEADO.
007070         WRITE NOMBRE-HIST-REC.
007080         CLOSE NOMBRE-HIST.
007090 5000-EXIT.
007100         EXIT.

007101*-------------------------------------------------------------
007102* 5100-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
007103* MAESTRO, CREANDOLO SI NO EXISTE
007104* Lleva la imagen anterior que dejo guardada quien llama y la
007105* posterior tal como quedo el registro (en blanco en una baja).
007106*-------------------------------------------------------------
007107 5100-GRABAR-DIARIO.
007108         OPEN EXTEND NOMBRE-DIARIO.
007109         IF WS-STAT-DIARIO = "35"
007110                OPEN OUTPUT NOMBRE-DIARIO
007111                CLOSE NOMBRE-DIARIO
007112                OPEN EXTEND NOMBRE-DIARIO
007113         END-IF.
007114         MOVE SPACES TO DIARIO-RECORD.
007115         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
007116         ACCEPT DIA-HORA-MOVTO FROM TIME.
007117         MOVE "MANTENIMIENTO-BATCH" TO DIA-PROGRAMA.
007118         MOVE "BATCH   " TO DIA-OPERADOR.
007119         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
007120         MOVE NOM-NUM-EMPLEADO TO DIA-NUM-EMPLEADO.
007121         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
007122         IF NOT DIA-BAJA
007123                MOVE NOMBRE-RECORD TO DIA-IMAGEN-DESPUES
007124         END-IF.
007125         WRITE DIARIO-RECORD.
007126         CLOSE NOMBRE-DIARIO.
007127 5100-EXIT.
007128         EXIT.

007129*-------------------------------------------------------------
007130* 6000-RECHAZAR-MOVIMIENTO - MANDA EL MOVIMIENTO A SUSPENSOS
007131* Y LO LISTA EN EL REPORTE DE CONTROL
007140*-------------------------------------------------------------
007150 6000-RECHAZAR-MOVIMIENTO.
007160         ADD 1 TO WS-CONTADOR-RECHAZADOS.
007170         DISPLAY "RECHAZADO: " MVB-ACCION " " MVB-NUM-EMPLEADO
007180                " motivo " WS-MOTIVO-RECHAZO.
007190         PERFORM 6500-GRABAR-SUSPENSO THRU 6500-EXIT.
007200         MOVE SPACES TO WS-MAN-DETALLE.
007210         PERFORM 6200-DESCRIBIR-ACCION THRU 6200-EXIT.
007220         MOVE MVB-NUM-EMPLEADO TO MAN-NUM-EMPLEADO.
007230         MOVE "RECHAZADO" TO MAN-RESULTADO.
007240         MOVE MVB-NOMBRE-NUEVO TO MAN-NOMBRE.
007250         EVALUATE WS-MOTIVO-RECHAZO
007260                WHEN "AC"
007270                       MOVE "AC ACCION INVALIDA"
007280                             TO MAN-OBSERVACION
007290                WHEN "NE"
007300                       MOVE "NE NUMERO INVALIDO"
007310                             TO MAN-OBSERVACION
007320                WHEN "NM"
007330                       MOVE "NM NO ESTA EN MAESTRO"
007340                              TO MAN-OBSERVACION
007350                WHEN "BL"
007360                       MOVE "BL NOMBRE EN BLANCO"
007370                             TO MAN-OBSERVACION
007380                WHEN "CA"
007390                       MOVE "CA CARACTER INVALIDO"
007400                              TO MAN-OBSERVACION
007410         END-EVALUATE.
007420         WRITE MANT-RPT-REC FROM WS-MAN-DETALLE.
007430 6000-EXIT.
007440         EXIT.

007450*-------------------------------------------------------------
007460* 6100-REPORTAR-APLICADO - LISTA UN CAMBIO O UNA BAJA APLICADA
007470* El cambio lleva una segunda linea con el nombre anterior, y
007471* todo lo aplicado una mas con el motivo completo de RH, que no
007472* cabe en la columna de observacion.
007480*-------------------------------------------------------------
007490 6100-REPORTAR-APLICADO.
007500         MOVE SPACES TO WS-MAN-DETALLE.
007510         PERFORM 6200-DESCRIBIR-ACCION THRU 6200-EXIT.
007520         MOVE MVB-NUM-EMPLEADO TO MAN-NUM-EMPLEADO.
007530         MOVE "APLICADO" TO MAN-RESULTADO.
007540         IF MVB-CAMBIO
007550                MOVE NOM-NOMBRE TO MAN-NOMBRE
007560         ELSE
007570                MOVE IMA-NOMBRE TO MAN-NOMBRE
007580         END-IF.
007600         WRITE MANT-RPT-REC FROM WS-MAN-DETALLE.
007610         IF MVB-CAMBIO
007620                MOVE IMA-NOMBRE TO MAN-NOMBRE-ANTERIOR
007630                WRITE MANT-RPT-REC FROM WS-MAN-ANTERIOR
007640         END-IF.
007641         MOVE MVB-MOTIVO TO MAN-MOTIVO.
007642         WRITE MANT-RPT-REC FROM WS-MAN-MOTIVO.
007650 6100-EXIT.
007660         EXIT.

007670*-------------------------------------------------------------
007680* 6200-DESCRIBIR-ACCION - PONE LA ACCION EN LA LINEA DE DETALLE
007690*-------------------------------------------------------------
007700 6200-DESCRIBIR-ACCION.
007710         EVALUATE TRUE
007720                WHEN MVB-CAMBIO
007730                       MOVE "CAMBIO" TO MAN-ACCION
007740                WHEN MVB-BAJA
007750                       MOVE "BAJA" TO MAN-ACCION
007760                WHEN OTHER
007770                       MOVE MVB-ACCION TO MAN-ACCION
007780         END-EVALUATE.
007790 6200-EXIT.
007800         EXIT.

007810*-------------------------------------------------------------
007820* 6500-GRABAR-SUSPENSO - CONSERVA UN RECHAZO EN SUSPENSOS
007830* El suspenso lleva origen M con la accion, el numero y el
007840* motivo tal como venian; un numero mal formado queda en
007850* ceros.
007860*-------------------------------------------------------------
007870 6500-GRABAR-SUSPENSO.
007880         ADD 1 TO WS-SUS-SECUENCIA.
007890         MOVE WS-SUS-SECUENCIA TO SUS-SECUENCIA.
007900         MOVE "P" TO SUS-ESTADO.
007910         MOVE WS-MOTIVO-RECHAZO TO SUS-MOTIVO.
007920         MOVE WS-FECHA-CORRIDA TO SUS-FECHA-RECHAZO.
007930         MOVE MVB-NOMBRE-NUEVO TO SUS-NOMBRE.
007940         SET SUS-ORIGEN-MANTENIMIENTO TO TRUE.
007950         MOVE MVB-ACCION TO SUS-ACCION.
007960         MOVE WS-NUM-EMPLEADO TO SUS-NUM-EMPLEADO.
007970         MOVE MVB-MOTIVO TO SUS-MOTIVO-MOVTO.
007980         WRITE SUSPENSO-RECORD
007990                INVALID KEY
008000                       DISPLAY "ERROR: suspenso duplicado "
008010                              SUS-SECUENCIA
008020                NOT INVALID KEY
008030                       ADD 1 TO WS-CONTADOR-SUSPENSOS
008040         END-WRITE.
008050 6500-EXIT.
008060         EXIT.

008070*-------------------------------------------------------------
008080* 7000-ESCRIBIR-CHECKPOINT - GRABA EL ULTIMO REGISTRO PROCESADO
008090*-------------------------------------------------------------
008100 7000-ESCRIBIR-CHECKPOINT.
008110         OPEN OUTPUT NOMBRE-CHKPT.
008120         MOVE WS-CONTADOR-LEIDOS TO NOMBRE-CHKPT-REC.
008130         WRITE NOMBRE-CHKPT-REC.
008140         CLOSE NOMBRE-CHKPT.
008150         PERFORM 7200-GRABAR-SEC-SUSPENSO THRU 7200-EXIT.
008160 7000-EXIT.
008170         EXIT.

008180*-------------------------------------------------------------
008190* 7200-GRABAR-SEC-SUSPENSO - REGRABA EL CONSECUTIVO DE SUSPENSOS
008200*-------------------------------------------------------------
008210 7200-GRABAR-SEC-SUSPENSO.
008220         OPEN I-O NOMBRE-SUSCT.
008230         READ NOMBRE-SUSCT NEXT RECORD.
008240         MOVE WS-SUS-SECUENCIA TO NOMBRE-SUSCT-REC.
008250         REWRITE NOMBRE-SUSCT-REC.
008260         CLOSE NOMBRE-SUSCT.
008270 7200-EXIT.
008280         EXIT.

008290*-------------------------------------------------------------
008300* 8000-IMPRIMIR-TOTALES - CIERRA EL REPORTE CON LOS TOTALES
008310*-------------------------------------------------------------
008320 8000-IMPRIMIR-TOTALES.
008330         MOVE SPACES TO MANT-RPT-REC.
008340         WRITE MANT-RPT-REC.
008350         MOVE "LEIDOS            : " TO MAN-CONCEPTO.
008360         MOVE WS-CONTADOR-LEIDOS TO MAN-CONTADOR.
008370         WRITE MANT-RPT-REC FROM WS-MAN-TOTAL.
008380         MOVE "CAMBIOS APLICADOS : " TO MAN-CONCEPTO.
008390         MOVE WS-CONTADOR-CAMBIOS TO MAN-CONTADOR.
008400         WRITE MANT-RPT-REC FROM WS-MAN-TOTAL.
008410         MOVE "BAJAS APLICADAS   : " TO MAN-CONCEPTO.
008420         MOVE WS-CONTADOR-BAJAS TO MAN-CONTADOR.
008430         WRITE MANT-RPT-REC FROM WS-MAN-TOTAL.
008440         MOVE "RECHAZADOS        : " TO MAN-CONCEPTO.
008450         MOVE WS-CONTADOR-RECHAZADOS TO MAN-CONTADOR.
008460         WRITE MANT-RPT-REC FROM WS-MAN-TOTAL.
008470         MOVE "A SUSPENSOS       : " TO MAN-CONCEPTO.
008480         MOVE WS-CONTADOR-SUSPENSOS TO MAN-CONTADOR.
008490         WRITE MANT-RPT-REC FROM WS-MAN-TOTAL.
008500 8000-EXIT.
008510         EXIT.

008520*-------------------------------------------------------------
008530* 9999-TERMINAR - CIERRA ARCHIVOS Y DESPLIEGA TOTALES DE CORRIDA
008540*-------------------------------------------------------------
008550 9999-TERMINAR.
008560         MOVE ZERO TO NOMBRE-CHKPT-REC.
008570         OPEN OUTPUT NOMBRE-CHKPT.
008580         WRITE NOMBRE-CHKPT-REC.
008590         CLOSE NOMBRE-CHKPT.
008600         PERFORM 7200-GRABAR-SEC-SUSPENSO THRU 7200-EXIT.
008610         CLOSE NOMBRE-SUSP.
008620         CLOSE NOMBRE-MOVB.
008630         CLOSE NOMBRE-MASTER.
008640         CLOSE NOMBRE-EXTR.
008650         PERFORM 8000-IMPRIMIR-TOTALES THRU 8000-EXIT.
008660         CLOSE MANT-RPT.
008670         DISPLAY "Leidos    : " WS-CONTADOR-LEIDOS.
008680         DISPLAY "Cambios   : " WS-CONTADOR-CAMBIOS.
008690         DISPLAY "Bajas     : " WS-CONTADOR-BAJAS.
008700         DISPLAY "Rechazados: " WS-CONTADOR-RECHAZADOS.
008710         DISPLAY "Suspensos : " WS-CONTADOR-SUSPENSOS.
008720         IF WS-RETORNO = ZERO
008730                AND WS-CONTADOR-RECHAZADOS GREATER THAN ZERO
008740                MOVE 4 TO WS-RETORNO
008750         END-IF.
008760         PERFORM 9800-REGISTRAR-FIN THRU 9800-EXIT.
008770 9999-EXIT.
008780         EXIT.

008790*-------------------------------------------------------------
008800* 9700-REGISTRAR-INICIO - REGISTRA LA CORRIDA EN NOMBRE-RUNCTL
008810* Para la fecha de negocio: una corrida ya terminada no se
008820* repite en silencio (hay que borrar el registro a
008830* proposito); una que quedo en ejecucion requiere revision
008840* del operador; una fallida puede volver a correrse.
008850*-------------------------------------------------------------
008860 9700-REGISTRAR-INICIO.
008870         OPEN I-O NOMBRE-RUNCTL.
008880         IF WS-STAT-RUNCT = "35"
008890                OPEN OUTPUT NOMBRE-RUNCTL
008900                CLOSE NOMBRE-RUNCTL
008910                OPEN I-O NOMBRE-RUNCTL
008920         END-IF.
008930         IF WS-STAT-RUNCT NOT = "00"
008940                DISPLAY "ERROR: control de corridas no "
008950                       "disponible, status " WS-STAT-RUNCT
008960                MOVE 8 TO WS-RETORNO
008970                GO TO 9700-EXIT
008980         END-IF.
008990         MOVE WS-FECHA-CORRIDA TO RUN-FECHA-NEGOCIO.
009000         MOVE "MANTBTCH" TO RUN-PROGRAMA.
009010         READ NOMBRE-RUNCTL
009020                INVALID KEY
009030                       PERFORM 9710-GRABAR-INICIO THRU 9710-EXIT
009040                NOT INVALID KEY
009050                       PERFORM 9720-EVALUAR-PREVIA THRU 9720-EXIT
009060         END-READ.
009070         CLOSE NOMBRE-RUNCTL.
009080 9700-EXIT.
009090         EXIT.

009100*-------------------------------------------------------------
009110* 9710-GRABAR-INICIO - ALTA DEL REGISTRO EN EJECUCION
009120*-------------------------------------------------------------
009130 9710-GRABAR-INICIO.
009140         MOVE WS-FECHA-CORRIDA TO RUN-FECHA-NEGOCIO.
009150         MOVE "MANTBTCH" TO RUN-PROGRAMA.
009160         ACCEPT RUN-FECHA-INICIO FROM DATE YYYYMMDD.
009170         ACCEPT RUN-HORA-INICIO FROM TIME.
009180         MOVE ZERO TO RUN-FECHA-FIN.
009190         MOVE ZERO TO RUN-HORA-FIN.
009200         SET RUN-EN-EJECUCION TO TRUE.
009210         MOVE ZERO TO RUN-RETORNO.
009220         WRITE RUNCTL-RECORD.
009230         SET RUN-REGISTRADA TO TRUE.
009240 9710-EXIT.
009250         EXIT.

009260*-------------------------------------------------------------
009270* 9720-EVALUAR-PREVIA - DECIDE SOBRE UNA CORRIDA YA REGISTRADA
009280*-------------------------------------------------------------
009290 9720-EVALUAR-PREVIA.
009300         EVALUATE TRUE
009310                WHEN RUN-TERMINADO
009320                       DISPLAY "ERROR: esta corrida ya termino "
009330                              "para la fecha de negocio "
009340                              RUN-FECHA-NEGOCIO
009350                       MOVE 8 TO WS-RETORNO
009360                WHEN RUN-EN-EJECUCION
009370                       DISPLAY "ERROR: hay una corrida previa "
009380                              "sin terminar; revisela y borre "
009390                              "el registro de control"
009400                       MOVE 8 TO WS-RETORNO
009410                WHEN OTHER
009420                       ACCEPT RUN-FECHA-INICIO FROM DATE YYYYMMDD
009430                       ACCEPT RUN-HORA-INICIO FROM TIME
009440                       MOVE ZERO TO RUN-FECHA-FIN
009450                       MOVE ZERO TO RUN-HORA-FIN
009460                       SET RUN-EN-EJECUCION TO TRUE
009470                       MOVE ZERO TO RUN-RETORNO
009480                       REWRITE RUNCTL-RECORD
009490                       SET RUN-REGISTRADA TO TRUE
009500         END-EVALUATE.
009510 9720-EXIT.
009520         EXIT.

009530*-------------------------------------------------------------
009540* 9800-REGISTRAR-FIN - CIERRA EL REGISTRO DE LA CORRIDA
009550*-------------------------------------------------------------
009560 9800-REGISTRAR-FIN.
009570         IF NOT RUN-REGISTRADA
009580                GO TO 9800-EXIT
009590         END-IF.
009600         OPEN I-O NOMBRE-RUNCTL.
009610         IF WS-STAT-RUNCT NOT = "00"
009620                GO TO 9800-EXIT
009630         END-IF.
009640         MOVE WS-FECHA-CORRIDA TO RUN-FECHA-NEGOCIO.
009650         MOVE "MANTBTCH" TO RUN-PROGRAMA.
009660         READ NOMBRE-RUNCTL
009670                INVALID KEY
009680                       CONTINUE
009690                NOT INVALID KEY
009700                       ACCEPT RUN-FECHA-FIN FROM DATE YYYYMMDD
009710                       ACCEPT RUN-HORA-FIN FROM TIME
009720                       IF WS-RETORNO GREATER THAN 4
009730                              SET RUN-FALLIDO TO TRUE
009740                       ELSE
009750                              SET RUN-TERMINADO TO TRUE
009760                       END-IF
009770                       MOVE WS-RETORNO TO RUN-RETORNO
009780                       REWRITE RUNCTL-RECORD
009790         END-READ.
009800         CLOSE NOMBRE-RUNCTL.
009810 9800-EXIT.
009820         EXIT.
