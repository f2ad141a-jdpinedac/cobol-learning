000010* Mantenimiento del calendario de dias habiles
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. MANTENIMIENTO-CALENDARIO.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-12.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-12 JP  Version original: mantiene el calendario de
000120*                dias habiles NOMBRE-CALEN (copy CALENDARIO) con
000130*                los movimientos de NOMBRE-CALMV: G genera un
000140*                anio completo (sabados y domingos inhabiles,
000150*                los demas dias habiles, sin tocar los dias que
000160*                ya existan), F marca un feriado y H marca un
000170*                dia habil (un feriado que se cancela o un
000180*                sabado que se trabaja). Al final recalcula el
000190*                consecutivo de dias habiles de todo el
000200*                calendario y lista lo hecho en CALRPT. Los
000210*                anios se generan seguidos, sin huecos, para
000220*                que el consecutivo cuente bien.

000230 ENVIRONMENT DIVISION.

000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260         SELECT NOMBRE-CALMV ASSIGN TO "NOMCALMV"
000270                ORGANIZATION IS SEQUENTIAL
000280                FILE STATUS IS WS-STAT-CALMV.
000290         SELECT NOMBRE-CALEN ASSIGN TO "NOMCALEN"
000300                ORGANIZATION IS INDEXED
000310                ACCESS MODE IS DYNAMIC
000320                RECORD KEY IS CAL-FECHA
000330                FILE STATUS IS WS-STAT-CALEN.
000340         SELECT CALENDARIO-RPT ASSIGN TO "CALRPT"
000350                ORGANIZATION IS SEQUENTIAL
000360                FILE STATUS IS WS-STAT-RPT.

000370 DATA DIVISION.
000380 FILE SECTION.
000390*-----------------------------------------------------------
000400* NOMBRE-CALMV - Movimientos al calendario: accion, fecha (o
000410* anio para G) y descripcion del dia
000420*-----------------------------------------------------------
000430 FD  NOMBRE-CALMV
000440             LABEL RECORDS ARE STANDARD
000450             RECORD CONTAINS 80 CHARACTERS.
000460 01  CALMOV-RECORD.
000470         05  CMV-ACCION                  PIC X(01).
000480             88  CMV-GENERAR                     VALUE "G".
000490             88  CMV-FERIADO                     VALUE "F".
000500             88  CMV-HABIL                       VALUE "H".
000510         05  FILLER                      PIC X(01).
000520         05  CMV-FECHA                   PIC X(08).
000530         05  CMV-FECHA-R REDEFINES CMV-FECHA.
000540             10  CMV-ANIO                PIC X(04).
000550             10  FILLER                  PIC X(04).
000560         05  FILLER                      PIC X(01).
000570         05  CMV-DESCRIPCION             PIC X(30).
000580         05  FILLER                      PIC X(39).

000590*-----------------------------------------------------------
000600* NOMBRE-CALEN - Calendario de dias habiles (KSDS)
000610*-----------------------------------------------------------
000620 FD  NOMBRE-CALEN
000630             LABEL RECORDS ARE STANDARD.
000640 COPY "copybooks/calendario.cpy".

000650*-----------------------------------------------------------
000660* CALENDARIO-RPT - Reporte de movimientos al calendario
000670*-----------------------------------------------------------
000680 FD  CALENDARIO-RPT
000690             LABEL RECORDS ARE STANDARD
000700             RECORD CONTAINS 80 CHARACTERS.
000710 01  CALENDARIO-RPT-REC              PIC X(80).

000720 WORKING-STORAGE SECTION.
000730*-----------------------------------------------------------
000740* CAMPOS DE TRABAJO
000750*-----------------------------------------------------------
000760 77  WS-STAT-CALMV               PIC X(02) VALUE SPACES.
000770 77  WS-STAT-CALEN               PIC X(02) VALUE SPACES.
000780 77  WS-STAT-RPT                 PIC X(02) VALUE SPACES.
000790 77  WS-FIN-CALMV                PIC X(01) VALUE "N".
000800         88  FIN-CALMV                       VALUE "S".
000810 77  WS-FIN-CALEN                PIC X(01) VALUE "N".
000820         88  FIN-CALEN                       VALUE "S".
000830 77  WS-RETORNO                  PIC 9(04) COMP VALUE ZERO.
000840 77  WS-FECHA-CORRIDA            PIC 9(08).
000850 77  WS-RESULTADO                PIC X(20) VALUE SPACES.
000860 77  WS-MES                      PIC 9(02) COMP VALUE ZERO.
000870 77  WS-DIA                      PIC 9(02) COMP VALUE ZERO.
000880 77  WS-DIAS-MES                 PIC 9(02) COMP VALUE ZERO.
000890 77  WS-RESIDUO                  PIC 9(04) COMP VALUE ZERO.
000900 77  WS-COCIENTE                 PIC 9(04) COMP VALUE ZERO.
000910 77  WS-NUM-HABIL                PIC 9(06) COMP VALUE ZERO.
000920 77  WS-CONT-MOVTOS              PIC 9(07) COMP VALUE ZERO.
000930 77  WS-CONT-GENERADOS           PIC 9(07) COMP VALUE ZERO.
000940 77  WS-CONT-EXISTENTES          PIC 9(07) COMP VALUE ZERO.
000950 77  WS-CONT-FERIADOS            PIC 9(07) COMP VALUE ZERO.
000960 77  WS-CONT-HABILES             PIC 9(07) COMP VALUE ZERO.
000970 77  WS-CONT-RECHAZOS            PIC 9(07) COMP VALUE ZERO.
000980 77  WS-CONT-RENUMERADOS         PIC 9(07) COMP VALUE ZERO.
000990 01  WS-FECHA-TRABAJO.
001000         05  WS-FT-ANIO              PIC 9(04).
001010         05  WS-FT-MES               PIC 9(02).
001020         05  WS-FT-DIA               PIC 9(02).
001030 01  WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
001040                                 PIC 9(08).

001050*-----------------------------------------------------------
001060* DIAS POR MES (FEBRERO SE AJUSTA EN ANIO BISIESTO)
001070*-----------------------------------------------------------
001080 01  WS-DIAS-POR-MES.
001090         05  FILLER                  PIC X(24)
001100                    VALUE "312831303130313130313031".
001110 01  WS-TABLA-MESES REDEFINES WS-DIAS-POR-MES.
001120         05  WS-DIAS-DEL-MES         PIC 9(02) OCCURS 12 TIMES.

001130*-----------------------------------------------------------
001140* DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): EL MES Y EL ANIO
001150* SE CORREN PARA QUE ENERO Y FEBRERO CUENTEN COMO MESES 13 Y 14
001160* DEL ANIO ANTERIOR. RESULTADO 1 = LUNES ... 7 = DOMINGO.
001170*-----------------------------------------------------------
001180 01  WS-ZELLER.
001190         05  ZEL-MES                 PIC 9(02) COMP.
001200         05  ZEL-ANIO                PIC 9(04) COMP.
001210         05  ZEL-SIGLO               PIC 9(02) COMP.
001220         05  ZEL-ANIO-SIGLO          PIC 9(02) COMP.
001230         05  ZEL-TERMINO-MES         PIC 9(04) COMP.
001240         05  ZEL-CUARTO-ANIO         PIC 9(02) COMP.
001250         05  ZEL-CUARTO-SIGLO        PIC 9(02) COMP.
001260         05  ZEL-SUMA                PIC 9(05) COMP.
001270         05  ZEL-DIA-SEMANA          PIC 9(01) COMP.

001280*-----------------------------------------------------------
001290* LINEAS DEL REPORTE
001300*-----------------------------------------------------------
001310 01  WS-CAL-ENCABEZADO.
001320         05  FILLER                  PIC X(01) VALUE SPACE.
001330         05  FILLER                  PIC X(34)
001340                    VALUE "MANTENIMIENTO DEL CALENDARIO      ".
001350         05  FILLER                  PIC X(07) VALUE "FECHA: ".
001360         05  CEN-FECHA               PIC 9(08).
001370 01  WS-CAL-COLUMNAS.
001380         05  FILLER                  PIC X(01) VALUE SPACE.
001390         05  FILLER                  PIC X(11)
001400                    VALUE "A FECHA    ".
001410         05  FILLER                  PIC X(31)
001420                    VALUE "DESCRIPCION                    ".
001430         05  FILLER                  PIC X(09) VALUE "RESULTADO".
001440 01  WS-CAL-DETALLE.
001450         05  FILLER                  PIC X(01) VALUE SPACE.
001460         05  CDE-ACCION              PIC X(01).
001470         05  FILLER                  PIC X(01) VALUE SPACE.
001480         05  CDE-FECHA               PIC X(08).
001490         05  FILLER                  PIC X(01) VALUE SPACE.
001500         05  CDE-DESCRIPCION         PIC X(30).
001510         05  FILLER                  PIC X(01) VALUE SPACE.
001520         05  CDE-RESULTADO           PIC X(20).
001530 01  WS-CAL-TOTAL.
001540         05  FILLER                  PIC X(01) VALUE SPACE.
001550         05  CTO-CONCEPTO            PIC X(30).
001560         05  CTO-CONTADOR            PIC ZZZ,ZZ9.

001570 PROCEDURE DIVISION.
001580*=============================================================
001590* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
001600*=============================================================
001610 0000-MAINLINE.
001620         PERFORM 1000-INICIAR THRU 1000-EXIT.
001630         IF WS-RETORNO NOT GREATER THAN 4
001640                PERFORM 2000-PROCESAR-MOVIMIENTO THRU 2000-EXIT
001650                       UNTIL FIN-CALMV
001660                PERFORM 3000-RENUMERAR THRU 3000-EXIT
001670         END-IF.
001680         PERFORM 9999-TERMINAR THRU 9999-EXIT.
001690         MOVE WS-RETORNO TO RETURN-CODE.
001700         STOP RUN.

001710*-------------------------------------------------------------
001720* 1000-INICIAR - ABRE ARCHIVOS Y ENCABEZA EL REPORTE
001730*-------------------------------------------------------------
001740 1000-INICIAR.
001750         DISPLAY "MANTENIMIENTO-CALENDARIO: inicio".
001760         ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
001770         OPEN OUTPUT CALENDARIO-RPT.
001780         MOVE WS-FECHA-CORRIDA TO CEN-FECHA.
001790         WRITE CALENDARIO-RPT-REC FROM WS-CAL-ENCABEZADO.
001800         WRITE CALENDARIO-RPT-REC FROM WS-CAL-COLUMNAS.
001810         OPEN INPUT NOMBRE-CALMV.
001820         IF WS-STAT-CALMV NOT = "00"
001830                DISPLAY "ERROR: no hay movimientos al "
001840                       "calendario, status " WS-STAT-CALMV
001850                MOVE 8 TO WS-RETORNO
001860                SET FIN-CALMV TO TRUE
001870                GO TO 1000-EXIT
001880         END-IF.
001890         OPEN I-O NOMBRE-CALEN.
001900         IF WS-STAT-CALEN = "35"
001910                OPEN OUTPUT NOMBRE-CALEN
001920                CLOSE NOMBRE-CALEN
001930                OPEN I-O NOMBRE-CALEN
001940         END-IF.
001950         IF WS-STAT-CALEN NOT = "00"
001960                DISPLAY "ERROR: calendario no disponible, status "
001970                       WS-STAT-CALEN
001980                CLOSE NOMBRE-CALMV
001990                MOVE 8 TO WS-RETORNO
002000                SET FIN-CALMV TO TRUE
002010                GO TO 1000-EXIT
002020         END-IF.
002030         PERFORM 2010-LEER-MOVIMIENTO THRU 2010-EXIT.
002040 1000-EXIT.
002050         EXIT.

002060*-------------------------------------------------------------
002070* 2000-PROCESAR-MOVIMIENTO - APLICA UN MOVIMIENTO AL CALENDARIO
002080*-------------------------------------------------------------
002090 2000-PROCESAR-MOVIMIENTO.
002100         ADD 1 TO WS-CONT-MOVTOS.
002110         MOVE SPACES TO WS-RESULTADO.
002120         EVALUATE TRUE
002130                WHEN CMV-GENERAR
002140                       PERFORM 2100-GENERAR-ANIO THRU 2100-EXIT
002150                WHEN CMV-FERIADO OR CMV-HABIL
002160                       PERFORM 2200-MARCAR-DIA THRU 2200-EXIT
002170                WHEN OTHER
002180                       MOVE "ACCION INVALIDA" TO WS-RESULTADO
002190                       ADD 1 TO WS-CONT-RECHAZOS
002200         END-EVALUATE.
002210         MOVE CMV-ACCION TO CDE-ACCION.
002220         MOVE CMV-FECHA TO CDE-FECHA.
002230         MOVE CMV-DESCRIPCION TO CDE-DESCRIPCION.
002240         MOVE WS-RESULTADO TO CDE-RESULTADO.
002250         WRITE CALENDARIO-RPT-REC FROM WS-CAL-DETALLE.
002260         PERFORM 2010-LEER-MOVIMIENTO THRU 2010-EXIT.
002270 2000-EXIT.
002280         EXIT.

002290*-------------------------------------------------------------
002300* 2010-LEER-MOVIMIENTO - LEE EL SIGUIENTE MOVIMIENTO
002310*-------------------------------------------------------------
002320 2010-LEER-MOVIMIENTO.
002330         READ NOMBRE-CALMV
002340                AT END SET FIN-CALMV TO TRUE
002350         END-READ.
002360 2010-EXIT.
002370         EXIT.

002380*-------------------------------------------------------------
002390* 2100-GENERAR-ANIO - DA DE ALTA LOS DIAS QUE FALTEN DEL ANIO
002400* Los dias que ya existen no se tocan, para no perder los
002410* feriados ya marcados al volver a generar un anio.
002420*-------------------------------------------------------------
002430 2100-GENERAR-ANIO.
002440         IF CMV-ANIO IS NOT NUMERIC
002450                OR CMV-ANIO < "1901"
002460                OR CMV-ANIO > "2099"
002470                MOVE "ANIO INVALIDO" TO WS-RESULTADO
002480                ADD 1 TO WS-CONT-RECHAZOS
002490                GO TO 2100-EXIT
002500         END-IF.
002510         MOVE CMV-ANIO TO WS-FT-ANIO.
002520         MOVE 28 TO WS-DIAS-DEL-MES (2).
002530         DIVIDE WS-FT-ANIO BY 4 GIVING WS-COCIENTE
002540                REMAINDER WS-RESIDUO.
002550         IF WS-RESIDUO = ZERO
002560                MOVE 29 TO WS-DIAS-DEL-MES (2)
002570         END-IF.
002580         PERFORM 2110-GENERAR-MES THRU 2110-EXIT
002590                VARYING WS-MES FROM 1 BY 1
002600                UNTIL WS-MES > 12.
002610         MOVE "ANIO GENERADO" TO WS-RESULTADO.
002620 2100-EXIT.
002630         EXIT.

002640*-------------------------------------------------------------
002650* 2110-GENERAR-MES - RECORRE LOS DIAS DE UN MES
002660*-------------------------------------------------------------
002670 2110-GENERAR-MES.
002680         MOVE WS-MES TO WS-FT-MES.
002690         MOVE WS-DIAS-DEL-MES (WS-MES) TO WS-DIAS-MES.
002700         PERFORM 2120-GENERAR-DIA THRU 2120-EXIT
002710                VARYING WS-DIA FROM 1 BY 1
002720                UNTIL WS-DIA > WS-DIAS-MES.
002730 2110-EXIT.
002740         EXIT.

002750*-------------------------------------------------------------
002760* 2120-GENERAR-DIA - DA DE ALTA UN DIA SI NO EXISTE
002770*-------------------------------------------------------------
002780 2120-GENERAR-DIA.
002790         MOVE WS-DIA TO WS-FT-DIA.
002800         MOVE WS-FECHA-TRABAJO-N TO CAL-FECHA.
002810         READ NOMBRE-CALEN
002820                INVALID KEY
002830                       CONTINUE
002840                NOT INVALID KEY
002850                       ADD 1 TO WS-CONT-EXISTENTES
002860                       GO TO 2120-EXIT
002870         END-READ.
002880         PERFORM 2130-DIA-SEMANA THRU 2130-EXIT.
002890         MOVE SPACES TO CALENDARIO-RECORD.
002900         MOVE WS-FECHA-TRABAJO-N TO CAL-FECHA.
002910         MOVE ZEL-DIA-SEMANA TO CAL-DIA-SEMANA.
002920         MOVE ZERO TO CAL-NUM-HABIL.
002930         EVALUATE ZEL-DIA-SEMANA
002940                WHEN 6
002950                       SET CAL-FIN-SEMANA TO TRUE
002960                       MOVE "SABADO" TO CAL-DESCRIPCION
002970                WHEN 7
002980                       SET CAL-FIN-SEMANA TO TRUE
002990                       MOVE "DOMINGO" TO CAL-DESCRIPCION
003000                WHEN OTHER
003010                       SET CAL-HABIL TO TRUE
003020         END-EVALUATE.
003030         WRITE CALENDARIO-RECORD
003040                INVALID KEY
003050                       ADD 1 TO WS-CONT-EXISTENTES
003060                NOT INVALID KEY
003070                       ADD 1 TO WS-CONT-GENERADOS
003080         END-WRITE.
003090 2120-EXIT.
003100         EXIT.

003110*-------------------------------------------------------------
003120* 2130-DIA-SEMANA - DIA DE LA SEMANA DE WS-FECHA-TRABAJO
003130* Cada cociente se toma entero por separado, como pide la
003140* congruencia; la suma modulo 7 da 0 = sabado, 1 = domingo,
003150* 2 = lunes ... 6 = viernes. Sumando 5 antes del modulo y 1
003160* despues queda 1 = lunes ... 7 = domingo.
003170*-------------------------------------------------------------
003180 2130-DIA-SEMANA.
003190         MOVE WS-FT-MES TO ZEL-MES.
003200         MOVE WS-FT-ANIO TO ZEL-ANIO.
003210         IF ZEL-MES < 3
003220                ADD 12 TO ZEL-MES
003230                SUBTRACT 1 FROM ZEL-ANIO
003240         END-IF.
003250         DIVIDE ZEL-ANIO BY 100 GIVING ZEL-SIGLO
003260                REMAINDER ZEL-ANIO-SIGLO.
003270         COMPUTE ZEL-TERMINO-MES = 13 * (ZEL-MES + 1).
003280         DIVIDE ZEL-TERMINO-MES BY 5 GIVING ZEL-TERMINO-MES.
003290         DIVIDE ZEL-ANIO-SIGLO BY 4 GIVING ZEL-CUARTO-ANIO.
003300         DIVIDE ZEL-SIGLO BY 4 GIVING ZEL-CUARTO-SIGLO.
003310         COMPUTE ZEL-SUMA = WS-FT-DIA + ZEL-TERMINO-MES
003320                + ZEL-ANIO-SIGLO + ZEL-CUARTO-ANIO
003330                + ZEL-CUARTO-SIGLO + (5 * ZEL-SIGLO) + 5.
003340         DIVIDE ZEL-SUMA BY 7 GIVING ZEL-SUMA
003350                REMAINDER ZEL-DIA-SEMANA.
003360         ADD 1 TO ZEL-DIA-SEMANA.
003370 2130-EXIT.
003380         EXIT.

003390*-------------------------------------------------------------
003400* 2200-MARCAR-DIA - MARCA UN DIA COMO FERIADO O COMO HABIL
003410* El dia debe existir: su anio se genera antes de marcarlo.
003420*-------------------------------------------------------------
003430 2200-MARCAR-DIA.
003440         IF CMV-FECHA IS NOT NUMERIC
003450                MOVE "FECHA INVALIDA" TO WS-RESULTADO
003460                ADD 1 TO WS-CONT-RECHAZOS
003470                GO TO 2200-EXIT
003480         END-IF.
003490         MOVE CMV-FECHA TO CAL-FECHA.
003500         READ NOMBRE-CALEN
003510                INVALID KEY
003520                       MOVE "DIA NO GENERADO" TO WS-RESULTADO
003530                       ADD 1 TO WS-CONT-RECHAZOS
003540                       GO TO 2200-EXIT
003550         END-READ.
003560         IF CMV-FERIADO
003570                SET CAL-FERIADO TO TRUE
003580                MOVE "FERIADO" TO WS-RESULTADO
003590                ADD 1 TO WS-CONT-FERIADOS
003600         ELSE
003610                SET CAL-HABIL TO TRUE
003620                MOVE "HABIL" TO WS-RESULTADO
003630                ADD 1 TO WS-CONT-HABILES
003640         END-IF.
003650         MOVE CMV-DESCRIPCION TO CAL-DESCRIPCION.
003660         REWRITE CALENDARIO-RECORD.
003670 2200-EXIT.
003680         EXIT.

003690*-------------------------------------------------------------
003700* 3000-RENUMERAR - RECALCULA EL CONSECUTIVO DE DIAS HABILES
003710* Recorre todo el calendario en orden de fecha; solo regraba
003720* los dias cuyo consecutivo cambio.
003730*-------------------------------------------------------------
003740 3000-RENUMERAR.
003750         MOVE ZERO TO WS-NUM-HABIL.
003760         MOVE LOW-VALUES TO CAL-FECHA.
003770         START NOMBRE-CALEN
003780                KEY IS NOT LESS THAN CAL-FECHA
003790                INVALID KEY
003800                       SET FIN-CALEN TO TRUE
003810         END-START.
003820         PERFORM 3100-RENUMERAR-DIA THRU 3100-EXIT
003830                UNTIL FIN-CALEN.
003840 3000-EXIT.
003850         EXIT.

003860*-------------------------------------------------------------
003870* 3100-RENUMERAR-DIA - AJUSTA EL CONSECUTIVO DE UN DIA
003880*-------------------------------------------------------------
003890 3100-RENUMERAR-DIA.
003900         READ NOMBRE-CALEN NEXT RECORD
003910                AT END
003920                       SET FIN-CALEN TO TRUE
003930                       GO TO 3100-EXIT
003940         END-READ.
003950         IF CAL-HABIL
003960                ADD 1 TO WS-NUM-HABIL
003970         END-IF.
003980         IF CAL-NUM-HABIL NOT = WS-NUM-HABIL
003990                MOVE WS-NUM-HABIL TO CAL-NUM-HABIL
004000                REWRITE CALENDARIO-RECORD
004010                ADD 1 TO WS-CONT-RENUMERADOS
004020         END-IF.
004030 3100-EXIT.
004040         EXIT.

004050*-------------------------------------------------------------
004060* 8000-IMPRIMIR-TOTALES - CIERRA EL REPORTE CON LOS TOTALES
004070*-------------------------------------------------------------
004080 8000-IMPRIMIR-TOTALES.
004090         MOVE SPACES TO CALENDARIO-RPT-REC.
004100         WRITE CALENDARIO-RPT-REC.
004110         MOVE "MOVIMIENTOS LEIDOS          : " TO CTO-CONCEPTO.
004120         MOVE WS-CONT-MOVTOS TO CTO-CONTADOR.
004130         WRITE CALENDARIO-RPT-REC FROM WS-CAL-TOTAL.
004140         MOVE "DIAS GENERADOS              : " TO CTO-CONCEPTO.
004150         MOVE WS-CONT-GENERADOS TO CTO-CONTADOR.
004160         WRITE CALENDARIO-RPT-REC FROM WS-CAL-TOTAL.
004170         MOVE "DIAS QUE YA EXISTIAN        : " TO CTO-CONCEPTO.
004180         MOVE WS-CONT-EXISTENTES TO CTO-CONTADOR.
004190         WRITE CALENDARIO-RPT-REC FROM WS-CAL-TOTAL.
004200         MOVE "FERIADOS MARCADOS           : " TO CTO-CONCEPTO.
004210         MOVE WS-CONT-FERIADOS TO CTO-CONTADOR.
004220         WRITE CALENDARIO-RPT-REC FROM WS-CAL-TOTAL.
004230         MOVE "HABILES MARCADOS            : " TO CTO-CONCEPTO.
004240         MOVE WS-CONT-HABILES TO CTO-CONTADOR.
004250         WRITE CALENDARIO-RPT-REC FROM WS-CAL-TOTAL.
004260         MOVE "MOVIMIENTOS RECHAZADOS      : " TO CTO-CONCEPTO.
004270         MOVE WS-CONT-RECHAZOS TO CTO-CONTADOR.
004280         WRITE CALENDARIO-RPT-REC FROM WS-CAL-TOTAL.
004290         MOVE "DIAS RENUMERADOS            : " TO CTO-CONCEPTO.
004300         MOVE WS-CONT-RENUMERADOS TO CTO-CONTADOR.
004310         WRITE CALENDARIO-RPT-REC FROM WS-CAL-TOTAL.
004320 8000-EXIT.
004330         EXIT.

004340*-------------------------------------------------------------
004350* 9999-TERMINAR - CIERRA ARCHIVOS Y FIJA EL CODIGO DE RETORNO
004360* 0 = limpio, 4 = hubo movimientos rechazados, 8 = no corrio.
004370*-------------------------------------------------------------
004380 9999-TERMINAR.
004390         IF WS-RETORNO NOT GREATER THAN 4
004400                CLOSE NOMBRE-CALMV
004410                CLOSE NOMBRE-CALEN
004420         END-IF.
004430         PERFORM 8000-IMPRIMIR-TOTALES THRU 8000-EXIT.
004440         CLOSE CALENDARIO-RPT.
004450         IF WS-RETORNO = ZERO
004460                AND WS-CONT-RECHAZOS GREATER THAN ZERO
004470                MOVE 4 TO WS-RETORNO
004480         END-IF.
004490         DISPLAY "Generados  : " WS-CONT-GENERADOS.
004500         DISPLAY "Feriados   : " WS-CONT-FERIADOS.
004510         DISPLAY "Habiles    : " WS-CONT-HABILES.
004520         DISPLAY "Rechazados : " WS-CONT-RECHAZOS.
004530         DISPLAY "MANTENIMIENTO-CALENDARIO: fin".
004540 9999-EXIT.
004550         EXIT.
