000010* Reporte diario de excepciones de seguridad
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. LISTADO-SEGURIDAD.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-08.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-08 JP  Version original: lee la bitacora de seguridad
000120*                NOMBRE-SEGUR y lista para el supervisor las
000130*                firmas fallidas, las opciones negadas y los
000140*                bloqueos de operador de un dia, con un resumen
000150*                por clave y totales por tipo de evento.

000160 ENVIRONMENT DIVISION.

000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190         SELECT NOMBRE-SEGUR ASSIGN TO "NOMSEGUR"
000200                ORGANIZATION IS SEQUENTIAL
000210                FILE STATUS IS WS-STAT-SEGUR.
000220         SELECT SEGUR-RPT ASSIGN TO "SEGRPT"
000230                ORGANIZATION IS SEQUENTIAL
000240                FILE STATUS IS WS-STAT-RPT.

000250 DATA DIVISION.
000260 FILE SECTION.
000270*-----------------------------------------------------------
000280* NOMBRE-SEGUR - Bitacora de seguridad
000290*-----------------------------------------------------------
000300 FD  NOMBRE-SEGUR
000310             LABEL RECORDS ARE STANDARD
000320             RECORD CONTAINS 90 CHARACTERS.
000330 COPY "copybooks/seguridad.cpy".

000340*-----------------------------------------------------------
000350* SEGUR-RPT - Listado impreso de salida
000360*-----------------------------------------------------------
000370 FD  SEGUR-RPT
000380             LABEL RECORDS ARE STANDARD
000390             RECORD CONTAINS 80 CHARACTERS.
000400 01  SEGUR-RPT-REC                    PIC X(80).

000410 WORKING-STORAGE SECTION.
000420*-----------------------------------------------------------
000430* LINEAS DE REPORTE
000440*-----------------------------------------------------------
000450 01  WS-ENCABEZADO-1.
000460         05  FILLER                  PIC X(01) VALUE SPACE.
000470         05  FILLER                  PIC X(28)
000480                    VALUE "EXCEPCIONES DE SEGURIDAD".
000490         05  FILLER                  PIC X(08) VALUE " FECHA: ".
000500         05  ENC1-FECHA              PIC 9(08).
000510         05  FILLER                  PIC X(04) VALUE SPACES.
000520         05  FILLER                  PIC X(08) VALUE "PAGINA: ".
000530         05  ENC1-PAGINA             PIC ZZ9.
000540 01  WS-ENCABEZADO-2.
000550         05  FILLER                  PIC X(01) VALUE SPACE.
000560         05  FILLER                  PIC X(09) VALUE "HORA".
000570         05  FILLER                  PIC X(02) VALUE "T".
000580         05  FILLER                  PIC X(09) VALUE "CLAVE".
000590         05  FILLER                  PIC X(09) VALUE "TERMINAL".
000600         05  FILLER                  PIC X(25) VALUE "PROGRAMA".
000610         05  FILLER                  PIC X(21) VALUE "DETALLE".
000620         05  FILLER                  PIC X(03) VALUE "FAL".
000630 01  WS-DETALLE.
000640         05  FILLER                  PIC X(01) VALUE SPACE.
000650         05  DET-HORA                PIC 9(08).
000660         05  FILLER                  PIC X(01) VALUE SPACE.
000670         05  DET-TIPO                PIC X(01).
000680         05  FILLER                  PIC X(01) VALUE SPACE.
000690         05  DET-CLAVE               PIC X(08).
000700         05  FILLER                  PIC X(01) VALUE SPACE.
000710         05  DET-TERMINAL            PIC X(08).
000720         05  FILLER                  PIC X(01) VALUE SPACE.
000730         05  DET-PROGRAMA            PIC X(24).
000740         05  FILLER                  PIC X(01) VALUE SPACE.
000750         05  DET-DETALLE             PIC X(20).
000760         05  FILLER                  PIC X(01) VALUE SPACE.
000770         05  DET-FALLAS              PIC ZZ9.
000780 01  WS-LINEA-VACIA.
000790         05  FILLER                  PIC X(01) VALUE SPACE.
000800         05  FILLER                  PIC X(36)
000810                    VALUE "  (SIN EXCEPCIONES DE SEGURIDAD)".
000820 01  WS-TITULO-RESUMEN.
000830         05  FILLER                  PIC X(01) VALUE SPACE.
000840         05  FILLER                  PIC X(21)
000850                    VALUE "RESUMEN POR CLAVE".
000860         05  FILLER                  PIC X(09) VALUE "FIRMAS".
000870         05  FILLER                  PIC X(15) VALUE "OPCIONES".
000880         05  FILLER                  PIC X(09) VALUE "BLOQUEADA".
000890 01  WS-LINEA-RESUMEN.
000900         05  FILLER                  PIC X(01) VALUE SPACE.
000910         05  RES-CLAVE               PIC X(08).
000920         05  FILLER                  PIC X(13) VALUE SPACES.
000930         05  RES-FIRMAS              PIC ZZ,ZZ9.
000940         05  FILLER                  PIC X(03) VALUE SPACES.
000950         05  RES-OPCIONES            PIC ZZ,ZZ9.
000960         05  FILLER                  PIC X(09) VALUE SPACES.
000970         05  RES-BLOQUEADA           PIC X(02).
000980 01  WS-LINEA-TOTAL.
000990         05  FILLER                  PIC X(01) VALUE SPACE.
001000         05  TOT-CONCEPTO            PIC X(30).
001010         05  TOT-CUENTA              PIC ZZ,ZZ9.

001020*-----------------------------------------------------------
001030* TABLA DE RESUMEN POR CLAVE
001040*-----------------------------------------------------------
001050 01  WS-TABLA-CLAVES.
001060         05  WS-CLAVE-ENTRADA OCCURS 200 TIMES.
001070                10  TAB-CLAVE               PIC X(08).
001080                10  TAB-FIRMAS              PIC 9(05) COMP.
001090                10  TAB-OPCIONES            PIC 9(05) COMP.
001100                10  TAB-BLOQUEADA           PIC X(01).

001110*-----------------------------------------------------------
001120* CAMPOS DE TRABAJO
001130*-----------------------------------------------------------
001140 77  WS-STAT-SEGUR               PIC X(02) VALUE SPACES.
001150         88  SEGUR-OK                        VALUE "00".
001160 77  WS-STAT-RPT                 PIC X(02) VALUE SPACES.
001170 77  WS-FIN-SEGUR                PIC X(01) VALUE "N".
001180         88  FIN-SEGUR                       VALUE "S".
001190 77  WS-FECHA-CAPTURA            PIC X(08).
001200 77  WS-FECHA-LISTADO            PIC 9(08).
001210 77  WS-NUM-PAGINA               PIC 9(03) COMP VALUE 1.
001220 77  WS-LINEAS-EN-PAGINA         PIC 9(02) COMP VALUE ZERO.
001230 77  WS-MAX-LINEAS-PAGINA        PIC 9(02) COMP VALUE 20.
001240 77  WS-CONT-FIRMAS              PIC 9(07) COMP VALUE ZERO.
001250 77  WS-CONT-OPCIONES            PIC 9(07) COMP VALUE ZERO.
001260 77  WS-CONT-BLOQUEOS            PIC 9(07) COMP VALUE ZERO.
001270 77  WS-CONT-EVENTOS             PIC 9(07) COMP VALUE ZERO.
001280 77  WS-TAB-USADOS               PIC 9(03) COMP VALUE ZERO.
001290 77  WS-TAB-SUB                  PIC 9(03) COMP.
001300 77  WS-TAB-MAX                  PIC 9(03) COMP VALUE 200.
001310 77  WS-TAB-HALLADO              PIC X(01) VALUE "N".
001320         88  TAB-HALLADO                     VALUE "S".
001330 77  WS-TAB-DESBORDADA           PIC X(01) VALUE "N".
001340         88  TAB-DESBORDADA                  VALUE "S".
001350 01  WS-AVISO-TABLA.
001360         05  FILLER                  PIC X(01) VALUE SPACE.
001370         05  FILLER                  PIC X(27)
001380                    VALUE "AVISO: RESUMEN INCOMPLETO ".
001390         05  FILLER                  PIC X(14)
001400                    VALUE "(TABLA LLENA);".
001410         05  FILLER                  PIC X(26)
001420                    VALUE " EL DETALLE ESTA COMPLETO".

001430 PROCEDURE DIVISION.
001440*=============================================================
001450* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
001460*=============================================================
001470 0000-MAINLINE.
001480         PERFORM 1000-INICIAR THRU 1000-EXIT.
001490         PERFORM 3000-PROCESAR-EVENTO THRU 3000-EXIT
001500                UNTIL FIN-SEGUR.
001510         PERFORM 8000-IMPRIMIR-TOTALES THRU 8000-EXIT.
001520         PERFORM 9999-TERMINAR THRU 9999-EXIT.
001530         STOP RUN.

001540*-------------------------------------------------------------
001550* 1000-INICIAR - TOMA LA FECHA DEL REPORTE Y ABRE
001560* La fecha viene de SYSIN (AAAAMMDD, blanco = hoy).
001570*-------------------------------------------------------------
001580 1000-INICIAR.
001590         DISPLAY "LISTADO-SEGURIDAD: inicio del reporte".
001600         DISPLAY "Fecha del reporte (AAAAMMDD, blanco = hoy): ".
001610         ACCEPT WS-FECHA-CAPTURA.
001620         IF WS-FECHA-CAPTURA = SPACES
001630                OR WS-FECHA-CAPTURA IS NOT NUMERIC
001640                ACCEPT WS-FECHA-LISTADO FROM DATE YYYYMMDD
001650         ELSE
001660                MOVE WS-FECHA-CAPTURA TO WS-FECHA-LISTADO
001670         END-IF.
001680         OPEN INPUT NOMBRE-SEGUR.
001690         OPEN OUTPUT SEGUR-RPT.
001700         PERFORM 2100-ESCRIBIR-ENCABEZADO THRU 2100-EXIT.
001710         IF NOT SEGUR-OK
001720                DISPLAY "AVISO: no existe la bitacora de "
001730                       "seguridad"
001740                SET FIN-SEGUR TO TRUE
001750         ELSE
001760                PERFORM 2000-LEER-SEGURIDAD THRU 2000-EXIT
001770         END-IF.
001780 1000-EXIT.
001790         EXIT.

001800*-------------------------------------------------------------
001810* 2000-LEER-SEGURIDAD - LEE EL SIGUIENTE EVENTO DE LA BITACORA
001820*-------------------------------------------------------------
001830 2000-LEER-SEGURIDAD.
001840         READ NOMBRE-SEGUR
001850                AT END SET FIN-SEGUR TO TRUE
001860         END-READ.
001870 2000-EXIT.
001880         EXIT.

001890*-------------------------------------------------------------
001900* 2100-ESCRIBIR-ENCABEZADO - IMPRIME LOS ENCABEZADOS DE PAGINA
001910*-------------------------------------------------------------
001920 2100-ESCRIBIR-ENCABEZADO.
001930         MOVE WS-FECHA-LISTADO TO ENC1-FECHA.
001940         MOVE WS-NUM-PAGINA TO ENC1-PAGINA.
001950         WRITE SEGUR-RPT-REC FROM WS-ENCABEZADO-1.
001960         WRITE SEGUR-RPT-REC FROM WS-ENCABEZADO-2.
001970         MOVE ZERO TO WS-LINEAS-EN-PAGINA.
001980 2100-EXIT.
001990         EXIT.

002000*-------------------------------------------------------------
002010* 2200-SALTO-PAGINA - AVANZA DE PAGINA Y REPITE ENCABEZADOS
002020*-------------------------------------------------------------
002030 2200-SALTO-PAGINA.
002040         ADD 1 TO WS-NUM-PAGINA.
002050         PERFORM 2100-ESCRIBIR-ENCABEZADO THRU 2100-EXIT.
002060 2200-EXIT.
002070         EXIT.

002080*-------------------------------------------------------------
002090* 3000-PROCESAR-EVENTO - FILTRA POR FECHA E IMPRIME UN EVENTO
002100*-------------------------------------------------------------
002110 3000-PROCESAR-EVENTO.
002120         IF SEG-FECHA = WS-FECHA-LISTADO
002130                PERFORM 3100-IMPRIMIR-DETALLE THRU 3100-EXIT
002140                PERFORM 3200-ACUMULAR-CLAVE THRU 3200-EXIT
002150         END-IF.
002160         PERFORM 2000-LEER-SEGURIDAD THRU 2000-EXIT.
002170 3000-EXIT.
002180         EXIT.

002190*-------------------------------------------------------------
002200* 3100-IMPRIMIR-DETALLE - IMPRIME UNA LINEA DEL LISTADO
002210*-------------------------------------------------------------
002220 3100-IMPRIMIR-DETALLE.
002230         IF WS-LINEAS-EN-PAGINA NOT LESS THAN WS-MAX-LINEAS-PAGINA
002240                PERFORM 2200-SALTO-PAGINA THRU 2200-EXIT
002250         END-IF.
002260         ADD 1 TO WS-CONT-EVENTOS.
002270         ADD 1 TO WS-LINEAS-EN-PAGINA.
002280         EVALUATE TRUE
002290                WHEN SEG-FIRMA-FALLIDA
002300                       ADD 1 TO WS-CONT-FIRMAS
002310                WHEN SEG-OPCION-DENEGADA
002320                       ADD 1 TO WS-CONT-OPCIONES
002330                WHEN SEG-BLOQUEO
002340                       ADD 1 TO WS-CONT-BLOQUEOS
002350         END-EVALUATE.
002360         MOVE SEG-HORA TO DET-HORA.
002370         MOVE SEG-TIPO TO DET-TIPO.
002380         MOVE SEG-CLAVE TO DET-CLAVE.
002390         MOVE SEG-TERMINAL TO DET-TERMINAL.
002400         MOVE SEG-PROGRAMA TO DET-PROGRAMA.
002410         MOVE SEG-DETALLE TO DET-DETALLE.
002420         MOVE SEG-FALLAS TO DET-FALLAS.
002430         WRITE SEGUR-RPT-REC FROM WS-DETALLE.
002440 3100-EXIT.
002450         EXIT.

002460*-------------------------------------------------------------
002470* 3200-ACUMULAR-CLAVE - SUMA EL EVENTO EN EL RESUMEN POR CLAVE
002480* Busca la clave en la tabla; si no esta la da de alta. Si la
002490* tabla se llena lo avisa una vez en consola y el reporte marca
002500* el resumen como incompleto.
002510*-------------------------------------------------------------
002520 3200-ACUMULAR-CLAVE.
002530         MOVE "N" TO WS-TAB-HALLADO.
002540         PERFORM 3210-BUSCAR-CLAVE THRU 3210-EXIT
002550                VARYING WS-TAB-SUB FROM 1 BY 1
002560                UNTIL WS-TAB-SUB > WS-TAB-USADOS
002570                       OR TAB-HALLADO.
002580         IF TAB-HALLADO
002590                GO TO 3200-EXIT
002600         END-IF.
002610         IF WS-TAB-USADOS NOT LESS THAN WS-TAB-MAX
002620                IF NOT TAB-DESBORDADA
002630                       SET TAB-DESBORDADA TO TRUE
002640                       DISPLAY "AVISO: tabla de claves llena; "
002650                              "el detalle sigue completo"
002660                END-IF
002670                GO TO 3200-EXIT
002680         END-IF.
002690         ADD 1 TO WS-TAB-USADOS.
002700         MOVE WS-TAB-USADOS TO WS-TAB-SUB.
002710         MOVE SEG-CLAVE TO TAB-CLAVE (WS-TAB-SUB).
002720         MOVE ZERO TO TAB-FIRMAS (WS-TAB-SUB).
002730         MOVE ZERO TO TAB-OPCIONES (WS-TAB-SUB).
002740         MOVE SPACE TO TAB-BLOQUEADA (WS-TAB-SUB).
002750         PERFORM 3220-SUMAR-EVENTO THRU 3220-EXIT.
002760 3200-EXIT.
002770         EXIT.

002780*-------------------------------------------------------------
002790* 3210-BUSCAR-CLAVE - COMPARA UNA ENTRADA DE LA TABLA
002800*-------------------------------------------------------------
002810 3210-BUSCAR-CLAVE.
002820         IF TAB-CLAVE (WS-TAB-SUB) = SEG-CLAVE
002830                SET TAB-HALLADO TO TRUE
002840                PERFORM 3220-SUMAR-EVENTO THRU 3220-EXIT
002850         END-IF.
002860 3210-EXIT.
002870         EXIT.

002880*-------------------------------------------------------------
002890* 3220-SUMAR-EVENTO - SUMA EL EVENTO A LA ENTRADA WS-TAB-SUB
002900*-------------------------------------------------------------
002910 3220-SUMAR-EVENTO.
002920         EVALUATE TRUE
002930                WHEN SEG-FIRMA-FALLIDA
002940                       ADD 1 TO TAB-FIRMAS (WS-TAB-SUB)
002950                WHEN SEG-OPCION-DENEGADA
002960                       ADD 1 TO TAB-OPCIONES (WS-TAB-SUB)
002970                WHEN SEG-BLOQUEO
002980                       MOVE "S" TO TAB-BLOQUEADA (WS-TAB-SUB)
002990         END-EVALUATE.
003000 3220-EXIT.
003010         EXIT.

003020*-------------------------------------------------------------
003030* 8000-IMPRIMIR-TOTALES - IMPRIME EL RESUMEN Y LOS TOTALES
003040*-------------------------------------------------------------
003050 8000-IMPRIMIR-TOTALES.
003060         IF WS-CONT-EVENTOS = ZERO
003070                WRITE SEGUR-RPT-REC FROM WS-LINEA-VACIA
003080         END-IF.
003090         IF TAB-DESBORDADA
003100                WRITE SEGUR-RPT-REC FROM WS-AVISO-TABLA
003110         END-IF.
003120         WRITE SEGUR-RPT-REC FROM WS-TITULO-RESUMEN.
003130         PERFORM 8100-IMPRIMIR-CLAVE THRU 8100-EXIT
003140                VARYING WS-TAB-SUB FROM 1 BY 1
003150                UNTIL WS-TAB-SUB > WS-TAB-USADOS.
003160         MOVE "FIRMAS FALLIDAS:" TO TOT-CONCEPTO.
003170         MOVE WS-CONT-FIRMAS TO TOT-CUENTA.
003180         WRITE SEGUR-RPT-REC FROM WS-LINEA-TOTAL.
003190         MOVE "OPCIONES NEGADAS:" TO TOT-CONCEPTO.
003200         MOVE WS-CONT-OPCIONES TO TOT-CUENTA.
003210         WRITE SEGUR-RPT-REC FROM WS-LINEA-TOTAL.
003220         MOVE "OPERADORES BLOQUEADOS:" TO TOT-CONCEPTO.
003230         MOVE WS-CONT-BLOQUEOS TO TOT-CUENTA.
003240         WRITE SEGUR-RPT-REC FROM WS-LINEA-TOTAL.
003250         DISPLAY "Eventos del dia     : " WS-CONT-EVENTOS.
003260         DISPLAY "Operadores bloqueados: " WS-CONT-BLOQUEOS.
003270 8000-EXIT.
003280         EXIT.

003290*-------------------------------------------------------------
003300* 8100-IMPRIMIR-CLAVE - IMPRIME UNA LINEA DEL RESUMEN POR CLAVE
003310*-------------------------------------------------------------
003320 8100-IMPRIMIR-CLAVE.
003330         MOVE TAB-CLAVE (WS-TAB-SUB) TO RES-CLAVE.
003340         MOVE TAB-FIRMAS (WS-TAB-SUB) TO RES-FIRMAS.
003350         MOVE TAB-OPCIONES (WS-TAB-SUB) TO RES-OPCIONES.
003360         MOVE TAB-BLOQUEADA (WS-TAB-SUB) TO RES-BLOQUEADA.
003370         WRITE SEGUR-RPT-REC FROM WS-LINEA-RESUMEN.
003380 8100-EXIT.
003390         EXIT.

003400*-------------------------------------------------------------
003410* 9999-TERMINAR - CIERRA ARCHIVOS Y TERMINA EL PROGRAMA
003420*-------------------------------------------------------------
003430 9999-TERMINAR.
003440         CLOSE NOMBRE-SEGUR.
003450         CLOSE SEGUR-RPT.
003460         DISPLAY "LISTADO-SEGURIDAD: fin del reporte".
003470 9999-EXIT.
003480         EXIT.
