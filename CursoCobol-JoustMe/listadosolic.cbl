000010* Listado diario de solicitudes de baja y restauracion
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. LISTADO-SOLICITUDES.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-07.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-07 JP  Version original: recorre NOMBRE-SOLIC, marca
000120*                vencidas las solicitudes pendientes cuya
000130*                fecha de vencimiento ya paso, y lista las que
000140*                siguen pendientes (quien y cuando las pidio)
000150*                y las resueltas en el dia (quien las aprobo o
000160*                rechazo), con totales por estado.

000170 ENVIRONMENT DIVISION.

000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200         SELECT NOMBRE-SOLIC ASSIGN TO "NOMSOLIC"
000210                ORGANIZATION IS INDEXED
000220                ACCESS MODE IS DYNAMIC
000230                RECORD KEY IS SOL-LLAVE
000240                FILE STATUS IS WS-STAT-SOLIC.
000250         SELECT SOLIC-RPT ASSIGN TO "SOLRPT"
000260                ORGANIZATION IS SEQUENTIAL
000270                FILE STATUS IS WS-STAT-RPT.

000280 DATA DIVISION.
000290 FILE SECTION.
000300*-----------------------------------------------------------
000310* NOMBRE-SOLIC - Solicitudes de baja y restauracion (KSDS)
000320*-----------------------------------------------------------
000330 FD  NOMBRE-SOLIC
000340             LABEL RECORDS ARE STANDARD
000350             RECORD CONTAINS 134 CHARACTERS.
000360 COPY "copybooks/solicitud.cpy".

000370*-----------------------------------------------------------
000380* SOLIC-RPT - Listado impreso de salida
000390*-----------------------------------------------------------
000400 FD  SOLIC-RPT
000410             LABEL RECORDS ARE STANDARD
000420             RECORD CONTAINS 80 CHARACTERS.
000430 01  SOLIC-RPT-REC                    PIC X(80).

000440 WORKING-STORAGE SECTION.
000450*-----------------------------------------------------------
000460* LINEAS DE REPORTE
000470*-----------------------------------------------------------
000480 01  WS-ENCABEZADO-1.
000490         05  FILLER                  PIC X(01) VALUE SPACE.
000500         05  FILLER                  PIC X(35)
000510                    VALUE "SOLICITUDES DE BAJA Y RESTAURACION".
000520         05  FILLER                  PIC X(08) VALUE " FECHA: ".
000530         05  ENC1-FECHA              PIC 9(08).
000540         05  FILLER                  PIC X(04) VALUE SPACES.
000550         05  FILLER                  PIC X(08) VALUE "PAGINA: ".
000560         05  ENC1-PAGINA             PIC ZZ9.
000570 01  WS-ENCABEZADO-2.
000580         05  FILLER                  PIC X(01) VALUE SPACE.
000590         05  ENC2-SECCION            PIC X(40).
000600 01  WS-ENCABEZADO-3.
000610         05  FILLER                  PIC X(01) VALUE SPACE.
000620         05  FILLER                  PIC X(09) VALUE "FECHA".
000630         05  FILLER                  PIC X(02) VALUE "T".
000640         05  FILLER                  PIC X(09) VALUE "EMPLEADO".
000650         05  FILLER                  PIC X(23) VALUE "NOMBRE".
000660         05  FILLER                  PIC X(09) VALUE "SOLICITO".
000670         05  FILLER                  PIC X(02) VALUE "E".
000680         05  FILLER                  PIC X(09) VALUE "RESOLVIO".
000690         05  FILLER                  PIC X(08) VALUE "VENCE".
000700 01  WS-DETALLE.
000710         05  FILLER                  PIC X(01) VALUE SPACE.
000720         05  DET-FECHA-SOL           PIC 9(08).
000730         05  FILLER                  PIC X(01) VALUE SPACE.
000740         05  DET-TIPO                PIC X(01).
000750         05  FILLER                  PIC X(01) VALUE SPACE.
000760         05  DET-EMPLEADO            PIC 9(08).
000770         05  FILLER                  PIC X(01) VALUE SPACE.
000780         05  DET-NOMBRE              PIC X(22).
000790         05  FILLER                  PIC X(01) VALUE SPACE.
000800         05  DET-SOLICITANTE         PIC X(08).
000810         05  FILLER                  PIC X(01) VALUE SPACE.
000820         05  DET-ESTADO              PIC X(01).
000830         05  FILLER                  PIC X(01) VALUE SPACE.
000840         05  DET-SUPERVISOR          PIC X(08).
000850         05  FILLER                  PIC X(01) VALUE SPACE.
000860         05  DET-VENCE               PIC 9(08).
000870 01  WS-LINEA-MOTIVO.
000880         05  FILLER                  PIC X(12) VALUE SPACES.
000890         05  FILLER                  PIC X(08) VALUE "MOTIVO: ".
000900         05  MOT-MOTIVO              PIC X(30).
000910 01  WS-LINEA-VACIA.
000920         05  FILLER                  PIC X(01) VALUE SPACE.
000930         05  FILLER                  PIC X(20)
000940                    VALUE "  (SIN SOLICITUDES)".
000950 01  WS-LINEA-TOTAL.
000960         05  FILLER                  PIC X(01) VALUE SPACE.
000970         05  TOT-CONCEPTO            PIC X(30).
000980         05  TOT-CUENTA              PIC ZZ,ZZ9.

000990*-----------------------------------------------------------
001000* CAMPOS DE TRABAJO
001010*-----------------------------------------------------------
001020 77  WS-STAT-SOLIC               PIC X(02) VALUE SPACES.
001030         88  SOLIC-OK                        VALUE "00".
001040 77  WS-STAT-RPT                 PIC X(02) VALUE SPACES.
001050 77  WS-FIN-SOLIC                PIC X(01) VALUE "N".
001060         88  FIN-SOLIC                       VALUE "S".
001070 77  WS-SOLIC-ABIERTO            PIC X(01) VALUE "N".
001080         88  SOLIC-ABIERTO                   VALUE "S".
001090 77  WS-FECHA-CAPTURA            PIC X(08).
001100 77  WS-FECHA-LISTADO            PIC 9(08).
001110 77  WS-HORA-CORRIDA             PIC 9(08).
001120 77  WS-NUM-PAGINA               PIC 9(03) COMP VALUE 1.
001130 77  WS-LINEAS-EN-PAGINA         PIC 9(02) COMP VALUE ZERO.
001140 77  WS-MAX-LINEAS-PAGINA        PIC 9(02) COMP VALUE 20.
001150 77  WS-LINEAS-SECCION           PIC 9(07) COMP VALUE ZERO.
001160 77  WS-CONT-PENDIENTES          PIC 9(07) COMP VALUE ZERO.
001170 77  WS-CONT-APROBADAS           PIC 9(07) COMP VALUE ZERO.
001180 77  WS-CONT-NO-APLICADAS        PIC 9(07) COMP VALUE ZERO.
001190 77  WS-CONT-RECHAZADAS          PIC 9(07) COMP VALUE ZERO.
001200 77  WS-CONT-VENCIDAS            PIC 9(07) COMP VALUE ZERO.
001210 77  WS-CONT-VENCIDAS-HOY        PIC 9(07) COMP VALUE ZERO.

001220 PROCEDURE DIVISION.
001230*=============================================================
001240* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
001250*=============================================================
001260 0000-MAINLINE.
001270         PERFORM 1000-INICIAR THRU 1000-EXIT.
001280         MOVE "SOLICITUDES PENDIENTES DE AUTORIZAR"
001290                TO ENC2-SECCION.
001300         PERFORM 2100-ESCRIBIR-ENCABEZADO THRU 2100-EXIT.
001310         PERFORM 2000-POSICIONAR THRU 2000-EXIT.
001320         PERFORM 3000-PROCESAR-PENDIENTE THRU 3000-EXIT
001330                UNTIL FIN-SOLIC.
001340         PERFORM 2300-CERRAR-SECCION THRU 2300-EXIT.
001350         MOVE "SOLICITUDES RESUELTAS EN EL DIA"
001360                TO ENC2-SECCION.
001370         PERFORM 2200-SALTO-PAGINA THRU 2200-EXIT.
001380         PERFORM 2000-POSICIONAR THRU 2000-EXIT.
001390         PERFORM 4000-PROCESAR-RESUELTA THRU 4000-EXIT
001400                UNTIL FIN-SOLIC.
001410         PERFORM 2300-CERRAR-SECCION THRU 2300-EXIT.
001420         PERFORM 8000-IMPRIMIR-TOTALES THRU 8000-EXIT.
001430         PERFORM 9999-TERMINAR THRU 9999-EXIT.
001440         STOP RUN.

001450*-------------------------------------------------------------
001460* 1000-INICIAR - TOMA LA FECHA DEL LISTADO Y ABRE
001470* La fecha viene de SYSIN (AAAAMMDD, blanco = hoy); una
001480* solicitud pendiente vence cuando esa fecha pasa de su fecha
001490* de vencimiento.
001500*-------------------------------------------------------------
001510 1000-INICIAR.
001520         DISPLAY "LISTADO-SOLICITUDES: inicio del reporte".
001530         DISPLAY "Fecha del listado (AAAAMMDD, blanco = hoy): ".
001540         ACCEPT WS-FECHA-CAPTURA.
001550         IF WS-FECHA-CAPTURA = SPACES
001560                OR WS-FECHA-CAPTURA IS NOT NUMERIC
001570                ACCEPT WS-FECHA-LISTADO FROM DATE YYYYMMDD
001580         ELSE
001590                MOVE WS-FECHA-CAPTURA TO WS-FECHA-LISTADO
001600         END-IF.
001610         ACCEPT WS-HORA-CORRIDA FROM TIME.
001620         OPEN OUTPUT SOLIC-RPT.
001630         OPEN I-O NOMBRE-SOLIC.
001640         IF SOLIC-OK
001650                SET SOLIC-ABIERTO TO TRUE
001660         ELSE
001670                DISPLAY "AVISO: no existe el archivo de "
001680                       "solicitudes"
001690         END-IF.
001700 1000-EXIT.
001710         EXIT.

001720*-------------------------------------------------------------
001730* 2000-POSICIONAR - SE COLOCA AL INICIO DE LAS SOLICITUDES
001740*-------------------------------------------------------------
001750 2000-POSICIONAR.
001760         MOVE "N" TO WS-FIN-SOLIC.
001770         MOVE ZERO TO WS-LINEAS-SECCION.
001780         IF NOT SOLIC-ABIERTO
001790                SET FIN-SOLIC TO TRUE
001800                GO TO 2000-EXIT
001810         END-IF.
001820         MOVE LOW-VALUES TO SOL-LLAVE.
001830         START NOMBRE-SOLIC KEY IS NOT LESS THAN SOL-LLAVE
001840                INVALID KEY
001850                       SET FIN-SOLIC TO TRUE
001860         END-START.
001870 2000-EXIT.
001880         EXIT.

001890*-------------------------------------------------------------
001900* 2100-ESCRIBIR-ENCABEZADO - IMPRIME LOS ENCABEZADOS DE PAGINA
001910*-------------------------------------------------------------
001920 2100-ESCRIBIR-ENCABEZADO.
001930         MOVE WS-FECHA-LISTADO TO ENC1-FECHA.
001940         MOVE WS-NUM-PAGINA TO ENC1-PAGINA.
001950         WRITE SOLIC-RPT-REC FROM WS-ENCABEZADO-1.
001960         WRITE SOLIC-RPT-REC FROM WS-ENCABEZADO-2.
001970         WRITE SOLIC-RPT-REC FROM WS-ENCABEZADO-3.
001980         MOVE ZERO TO WS-LINEAS-EN-PAGINA.
001990 2100-EXIT.
002000         EXIT.

002010*-------------------------------------------------------------
002020* 2200-SALTO-PAGINA - AVANZA DE PAGINA Y REPITE ENCABEZADOS
002030*-------------------------------------------------------------
002040 2200-SALTO-PAGINA.
002050         ADD 1 TO WS-NUM-PAGINA.
002060         PERFORM 2100-ESCRIBIR-ENCABEZADO THRU 2100-EXIT.
002070 2200-EXIT.
002080         EXIT.

002090*-------------------------------------------------------------
002100* 2300-CERRAR-SECCION - AVISA CUANDO LA SECCION QUEDO VACIA
002110*-------------------------------------------------------------
002120 2300-CERRAR-SECCION.
002130         IF WS-LINEAS-SECCION = ZERO
002140                WRITE SOLIC-RPT-REC FROM WS-LINEA-VACIA
002150         END-IF.
002160 2300-EXIT.
002170         EXIT.

002180*-------------------------------------------------------------
002190* 3000-PROCESAR-PENDIENTE - VENCE O LISTA UNA PENDIENTE
002200* La solicitud vencida se cierra con la fecha del listado, por
002210* lo que aparece despues entre las resueltas en el dia.
002220*-------------------------------------------------------------
002230 3000-PROCESAR-PENDIENTE.
002240         READ NOMBRE-SOLIC NEXT RECORD
002250                AT END
002260                       SET FIN-SOLIC TO TRUE
002270                       GO TO 3000-EXIT
002280         END-READ.
002290         IF NOT SOL-PENDIENTE
002300                GO TO 3000-EXIT
002310         END-IF.
002320         IF WS-FECHA-LISTADO > SOL-FECHA-VENCE
002330                PERFORM 3100-VENCER-SOLICITUD THRU 3100-EXIT
002340                GO TO 3000-EXIT
002350         END-IF.
002360         ADD 1 TO WS-CONT-PENDIENTES.
002370         PERFORM 5000-IMPRIMIR-DETALLE THRU 5000-EXIT.
002380 3000-EXIT.
002390         EXIT.

002400*-------------------------------------------------------------
002410* 3100-VENCER-SOLICITUD - MARCA VENCIDA UNA SOLICITUD
002420*-------------------------------------------------------------
002430 3100-VENCER-SOLICITUD.
002440         SET SOL-VENCIDA TO TRUE.
002450         MOVE WS-FECHA-LISTADO TO SOL-FECHA-RESOLUCION.
002460         MOVE WS-HORA-CORRIDA TO SOL-HORA-RESOLUCION.
002470         REWRITE SOLICITUD-RECORD
002480                INVALID KEY
002490                       DISPLAY "ERROR: no se pudo regrabar la "
002500                              "solicitud, estado " WS-STAT-SOLIC
002510                NOT INVALID KEY
002520                       ADD 1 TO WS-CONT-VENCIDAS-HOY
002530         END-REWRITE.
002540 3100-EXIT.
002550         EXIT.

002560*-------------------------------------------------------------
002570* 4000-PROCESAR-RESUELTA - LISTA LO RESUELTO EN EL DIA
002580*-------------------------------------------------------------
002590 4000-PROCESAR-RESUELTA.
002600         READ NOMBRE-SOLIC NEXT RECORD
002610                AT END
002620                       SET FIN-SOLIC TO TRUE
002630                       GO TO 4000-EXIT
002640         END-READ.
002650         IF SOL-PENDIENTE
002660                OR SOL-FECHA-RESOLUCION NOT = WS-FECHA-LISTADO
002670                GO TO 4000-EXIT
002680         END-IF.
002690         EVALUATE TRUE
002700                WHEN SOL-APROBADA
002710                       ADD 1 TO WS-CONT-APROBADAS
002720                WHEN SOL-NO-APLICADA
002730                       ADD 1 TO WS-CONT-NO-APLICADAS
002740                WHEN SOL-RECHAZADA
002750                       ADD 1 TO WS-CONT-RECHAZADAS
002760                WHEN SOL-VENCIDA
002770                       ADD 1 TO WS-CONT-VENCIDAS
002780         END-EVALUATE.
002790         PERFORM 5000-IMPRIMIR-DETALLE THRU 5000-EXIT.
002800 4000-EXIT.
002810         EXIT.

002820*-------------------------------------------------------------
002830* 5000-IMPRIMIR-DETALLE - IMPRIME UNA SOLICITUD Y SU MOTIVO
002840*-------------------------------------------------------------
002850 5000-IMPRIMIR-DETALLE.
002860         IF WS-LINEAS-EN-PAGINA NOT LESS THAN WS-MAX-LINEAS-PAGINA
002870                PERFORM 2200-SALTO-PAGINA THRU 2200-EXIT
002880         END-IF.
002890         ADD 1 TO WS-LINEAS-SECCION.
002900         ADD 2 TO WS-LINEAS-EN-PAGINA.
002910         MOVE SOL-FECHA-SOLICITUD TO DET-FECHA-SOL.
002920         MOVE SOL-TIPO TO DET-TIPO.
002930         MOVE SOL-NUM-EMPLEADO TO DET-EMPLEADO.
002940         MOVE SOL-NOMBRE TO DET-NOMBRE.
002950         MOVE SOL-SOLICITANTE TO DET-SOLICITANTE.
002960         MOVE SOL-ESTADO TO DET-ESTADO.
002970         MOVE SOL-SUPERVISOR TO DET-SUPERVISOR.
002980         MOVE SOL-FECHA-VENCE TO DET-VENCE.
002990         WRITE SOLIC-RPT-REC FROM WS-DETALLE.
003000         MOVE SOL-MOTIVO TO MOT-MOTIVO.
003010         WRITE SOLIC-RPT-REC FROM WS-LINEA-MOTIVO.
003020 5000-EXIT.
003030         EXIT.

003040*-------------------------------------------------------------
003050* 8000-IMPRIMIR-TOTALES - IMPRIME LOS TOTALES POR ESTADO
003060*-------------------------------------------------------------
003070 8000-IMPRIMIR-TOTALES.
003080         MOVE "PENDIENTES DE AUTORIZAR:" TO TOT-CONCEPTO.
003090         MOVE WS-CONT-PENDIENTES TO TOT-CUENTA.
003100         WRITE SOLIC-RPT-REC FROM WS-LINEA-TOTAL.
003110         MOVE "APROBADAS Y APLICADAS:" TO TOT-CONCEPTO.
003120         MOVE WS-CONT-APROBADAS TO TOT-CUENTA.
003130         WRITE SOLIC-RPT-REC FROM WS-LINEA-TOTAL.
003140         MOVE "APROBADAS NO APLICADAS:" TO TOT-CONCEPTO.
003150         MOVE WS-CONT-NO-APLICADAS TO TOT-CUENTA.
003160         WRITE SOLIC-RPT-REC FROM WS-LINEA-TOTAL.
003170         MOVE "RECHAZADAS:" TO TOT-CONCEPTO.
003180         MOVE WS-CONT-RECHAZADAS TO TOT-CUENTA.
003190         WRITE SOLIC-RPT-REC FROM WS-LINEA-TOTAL.
003200         MOVE "VENCIDAS:" TO TOT-CONCEPTO.
003210         MOVE WS-CONT-VENCIDAS TO TOT-CUENTA.
003220         WRITE SOLIC-RPT-REC FROM WS-LINEA-TOTAL.
003230         DISPLAY "Pendientes            : " WS-CONT-PENDIENTES.
003240         DISPLAY "Vencidas en la corrida: " WS-CONT-VENCIDAS-HOY.
003250 8000-EXIT.
003260         EXIT.

003270*-------------------------------------------------------------
003280* 9999-TERMINAR - CIERRA ARCHIVOS Y TERMINA EL PROGRAMA
003290*-------------------------------------------------------------
003300 9999-TERMINAR.
003310         IF SOLIC-ABIERTO
003320                CLOSE NOMBRE-SOLIC
003330         END-IF.
003340         CLOSE SOLIC-RPT.
003350         DISPLAY "LISTADO-SOLICITUDES: fin del reporte".
003360 9999-EXIT.
003370         EXIT.
