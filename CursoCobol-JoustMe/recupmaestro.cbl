000010* Recuperacion del maestro de nombres desde respaldo y diario
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. RECUPERA-MAESTRO.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-11.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-11 JP  Version original: reconstruye el maestro
000120*                NOMBRE-MASTER cuando el KSDS se dana a media
000130*                jornada. Carga en el cluster nuevo (definido y
000140*                vacio) la copia de respaldo NOMBRE-RESP y le
000150*                aplica, en el orden en que se grabaron, los
000160*                movimientos del diario NOMBRE-DIARIO posteriores
000170*                al respaldo y hasta la fecha y hora pedidas.
000180*                Cada movimiento aplicado sale en el reporte
000190*                RECRPT con su resultado: APLICADO, YA ESTABA
000200*                (el maestro ya tenia la imagen posterior) o
000210*                DIFERENCIA (el registro no tenia la imagen
000220*                anterior esperada; se deja la posterior).
000221* 2026-10-15 JP  Al terminar solo se cierra lo que se llego
000222*                a abrir: respaldo, maestro y diario llevan
000223*                cada uno su indicador de abierto.

000230 ENVIRONMENT DIVISION.

000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260         SELECT NOMBRE-RESP ASSIGN TO "NOMMRESP"
000270                ORGANIZATION IS SEQUENTIAL
000280                FILE STATUS IS WS-STAT-RESP.
000290         SELECT NOMBRE-MASTER ASSIGN TO "NOMMSTR"
000300                ORGANIZATION IS INDEXED
000310                ACCESS MODE IS DYNAMIC
000320                RECORD KEY IS NOM-NUM-EMPLEADO
000330                ALTERNATE RECORD KEY IS NOM-NOMBRE
000340                       WITH DUPLICATES
000350                ALTERNATE RECORD KEY IS NOM-APELLIDO-PATERNO
000360                       WITH DUPLICATES
000370                FILE STATUS IS WS-STAT-MASTER.
000380         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000390                ORGANIZATION IS SEQUENTIAL
000400                FILE STATUS IS WS-STAT-DIARIO.
000410         SELECT RECUPERA-RPT ASSIGN TO "RECRPT"
000420                ORGANIZATION IS SEQUENTIAL
000430                FILE STATUS IS WS-STAT-RPT.

000440 DATA DIVISION.
000450 FILE SECTION.
000460*-----------------------------------------------------------
000470* NOMBRE-RESP - Copia de respaldo del maestro (descarga plana)
000480*-----------------------------------------------------------
000490 FD  NOMBRE-RESP
000500             LABEL RECORDS ARE STANDARD
000510             RECORD CONTAINS 112 CHARACTERS.
000520 01  NOMBRE-RESP-REC                 PIC X(112).

000530*-----------------------------------------------------------
000540* NOMBRE-MASTER - Maestro de nombres a reconstruir (KSDS)
000550*-----------------------------------------------------------
000560 FD  NOMBRE-MASTER
000570             LABEL RECORDS ARE STANDARD.
000580 COPY "copybooks/nombre.cpy".

000590*-----------------------------------------------------------
000600* NOMBRE-DIARIO - Diario de actualizaciones del maestro
000610*-----------------------------------------------------------
000620 FD  NOMBRE-DIARIO
000630             LABEL RECORDS ARE STANDARD
000640             RECORD CONTAINS 290 CHARACTERS.
000650 COPY "copybooks/diario.cpy".

000660*-----------------------------------------------------------
000670* RECUPERA-RPT - Reporte de la recuperacion
000680*-----------------------------------------------------------
000690 FD  RECUPERA-RPT
000700             LABEL RECORDS ARE STANDARD
000710             RECORD CONTAINS 80 CHARACTERS.
000720 01  RECUPERA-RPT-REC                PIC X(80).

000730 WORKING-STORAGE SECTION.
000740*-----------------------------------------------------------
000750* CAMPOS DE TRABAJO
000760*-----------------------------------------------------------
000770 77  WS-STAT-RESP                PIC X(02) VALUE SPACES.
000780 77  WS-STAT-MASTER              PIC X(02) VALUE SPACES.
000790 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
000800 77  WS-STAT-RPT                 PIC X(02) VALUE SPACES.
000810 77  WS-FIN-RESP                 PIC X(01) VALUE "N".
000820         88  FIN-RESP                        VALUE "S".
000830 77  WS-FIN-DIARIO               PIC X(01) VALUE "N".
000840         88  FIN-DIARIO                      VALUE "S".
000850 77  WS-MAESTRO-ABIERTO          PIC X(01) VALUE "N".
000860         88  MAESTRO-ABIERTO                 VALUE "S".
000861 77  WS-RESP-ABIERTO             PIC X(01) VALUE "N".
000862         88  RESP-ABIERTO                    VALUE "S".
000863 77  WS-DIARIO-ABIERTO           PIC X(01) VALUE "N".
000864         88  DIARIO-ABIERTO                  VALUE "S".
000870 77  WS-EXISTE                   PIC X(01) VALUE "N".
000880         88  REGISTRO-EXISTE                 VALUE "S".
000890         88  REGISTRO-NO-EXISTE              VALUE "N".
000900 77  WS-RETORNO                  PIC 9(04) COMP VALUE ZERO.
000910 77  WS-FECHA-CORRIDA            PIC 9(08).
000920 77  WS-IMAGEN-ACTUAL            PIC X(112) VALUE SPACES.
000930 77  WS-RESULTADO                PIC X(12) VALUE SPACES.
000940 77  WS-CONT-RESPALDO            PIC 9(07) COMP VALUE ZERO.
000950 77  WS-CONT-LEIDOS              PIC 9(07) COMP VALUE ZERO.
000960 77  WS-CONT-ANTERIORES          PIC 9(07) COMP VALUE ZERO.
000970 77  WS-CONT-POSTERIORES         PIC 9(07) COMP VALUE ZERO.
000980 77  WS-CONT-APLICADOS           PIC 9(07) COMP VALUE ZERO.
000990 77  WS-CONT-YA-ESTABAN          PIC 9(07) COMP VALUE ZERO.
001000 77  WS-CONT-DIFERENCIAS         PIC 9(07) COMP VALUE ZERO.
001010 77  WS-CONT-ERRORES             PIC 9(07) COMP VALUE ZERO.

001020*-----------------------------------------------------------
001030* PARAMETROS: MARCA DEL RESPALDO Y MARCA DE CORTE, CADA UNA
001040* COMO AAAAMMDDHHMMSSCC (FECHA Y HORA COMO LAS GRABA EL DIARIO)
001050*-----------------------------------------------------------
001060 01  WS-MARCA-RESPALDO           PIC X(16) VALUE SPACES.
001070 01  WS-MARCA-CORTE              PIC X(16) VALUE SPACES.
001080 01  WS-MARCA-MOVTO.
001090         05  WS-MARCA-FECHA          PIC 9(08).
001100         05  WS-MARCA-HORA           PIC 9(08).

001110*-----------------------------------------------------------
001120* LINEAS DEL REPORTE DE RECUPERACION
001130*-----------------------------------------------------------
001140 01  WS-REC-ENCABEZADO.
001150         05  FILLER                  PIC X(01) VALUE SPACE.
001160         05  FILLER                  PIC X(34)
001170                    VALUE "RECUPERACION DEL MAESTRO          ".
001180         05  FILLER                  PIC X(07) VALUE "FECHA: ".
001190         05  REC-FECHA               PIC 9(08).
001200 01  WS-REC-PARAMETROS.
001210         05  FILLER                  PIC X(01) VALUE SPACE.
001220         05  FILLER                  PIC X(10) VALUE "RESPALDO: ".
001230         05  REC-RESPALDO            PIC X(16).
001240         05  FILLER                  PIC X(04) VALUE SPACES.
001250         05  FILLER                  PIC X(07) VALUE "HASTA: ".
001260         05  REC-CORTE               PIC X(16).
001270 01  WS-REC-COLUMNAS.
001280         05  FILLER                  PIC X(01) VALUE SPACE.
001290         05  FILLER                  PIC X(18)
001300                    VALUE "FECHA    HORA     ".
001310         05  FILLER                  PIC X(21)
001320                    VALUE "PROGRAMA             ".
001330         05  FILLER                  PIC X(11)
001340                    VALUE "OPERADOR T ".
001350         05  FILLER                  PIC X(18)
001360                    VALUE "NUMERO   RESULTADO".
001370 01  WS-REC-DETALLE.
001380         05  FILLER                  PIC X(01) VALUE SPACE.
001390         05  REC-FECHA-MOVTO         PIC 9(08).
001400         05  FILLER                  PIC X(01) VALUE SPACE.
001410         05  REC-HORA-MOVTO          PIC 9(08).
001420         05  FILLER                  PIC X(01) VALUE SPACE.
001430         05  REC-PROGRAMA            PIC X(20).
001440         05  FILLER                  PIC X(01) VALUE SPACE.
001450         05  REC-OPERADOR            PIC X(08).
001460         05  FILLER                  PIC X(01) VALUE SPACE.
001470         05  REC-TIPO                PIC X(01).
001480         05  FILLER                  PIC X(01) VALUE SPACE.
001490         05  REC-NUM-EMPLEADO        PIC 9(08).
001500         05  FILLER                  PIC X(01) VALUE SPACE.
001510         05  REC-RESULTADO           PIC X(12).
001520 01  WS-REC-TOTAL.
001530         05  FILLER                  PIC X(01) VALUE SPACE.
001540         05  REC-CONCEPTO            PIC X(30).
001550         05  REC-CONTADOR            PIC ZZZ,ZZ9.

001560 PROCEDURE DIVISION.
001570*=============================================================
001580* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
001590*=============================================================
001600 0000-MAINLINE.
001610         PERFORM 1000-INICIAR THRU 1000-EXIT.
001620         IF WS-RETORNO NOT GREATER THAN 4
001630                PERFORM 2000-CARGAR-RESPALDO THRU 2000-EXIT
001640                       UNTIL FIN-RESP
001650                PERFORM 2500-ABRIR-DIARIO THRU 2500-EXIT
001660                PERFORM 3000-APLICAR-DIARIO THRU 3000-EXIT
001670                       UNTIL FIN-DIARIO
001680         END-IF.
001690         PERFORM 9999-TERMINAR THRU 9999-EXIT.
001700         MOVE WS-RETORNO TO RETURN-CODE.
001710         STOP RUN.

001720*-------------------------------------------------------------
001730* 1000-INICIAR - RECIBE LAS MARCAS, ABRE ARCHIVOS Y ENCABEZA
001740* Las dos marcas llegan como parametro, una por linea: la del
001750* respaldo (lo grabado hasta ahi ya viene en la copia) y la de
001760* corte (hasta donde se aplica el diario).
001770*-------------------------------------------------------------
001780 1000-INICIAR.
001790         DISPLAY "RECUPERA-MAESTRO: inicio".
001800         ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
001810         OPEN OUTPUT RECUPERA-RPT.
001820         DISPLAY "Fecha y hora del respaldo (AAAAMMDDHHMMSSCC): ".
001830         ACCEPT WS-MARCA-RESPALDO.
001840         DISPLAY "Aplicar hasta (AAAAMMDDHHMMSSCC): ".
001850         ACCEPT WS-MARCA-CORTE.
001860         PERFORM 1100-ESCRIBIR-ENCABEZADO THRU 1100-EXIT.
001870         IF WS-MARCA-RESPALDO IS NOT NUMERIC
001880                OR WS-MARCA-CORTE IS NOT NUMERIC
001890                DISPLAY "ERROR: marca de respaldo o de corte "
001900                       "invalida"
001910                MOVE 8 TO WS-RETORNO
001920                GO TO 1000-EXIT
001930         END-IF.
001940         IF WS-MARCA-CORTE NOT GREATER THAN WS-MARCA-RESPALDO
001950                DISPLAY "ERROR: el corte debe ser posterior al "
001960                       "respaldo"
001970                MOVE 8 TO WS-RETORNO
001980                GO TO 1000-EXIT
001990         END-IF.
002000         OPEN INPUT NOMBRE-RESP.
002010         IF WS-STAT-RESP NOT = "00"
002020                DISPLAY "ERROR: copia de respaldo no disponible, "
002030                       "status " WS-STAT-RESP
002040                MOVE 8 TO WS-RETORNO
002050                GO TO 1000-EXIT
002060         END-IF.
002061         SET RESP-ABIERTO TO TRUE.
002070         OPEN OUTPUT NOMBRE-MASTER.
002080         IF WS-STAT-MASTER NOT = "00"
002090                DISPLAY "ERROR: no se pudo abrir el maestro "
002100                       "nuevo, status " WS-STAT-MASTER
002120                MOVE 8 TO WS-RETORNO
002130                GO TO 1000-EXIT
002140         END-IF.
002150         SET MAESTRO-ABIERTO TO TRUE.
002160         PERFORM 2010-LEER-RESPALDO THRU 2010-EXIT.
002170 1000-EXIT.
002180         EXIT.

002190*-------------------------------------------------------------
002200* 1100-ESCRIBIR-ENCABEZADO - ENCABEZA EL REPORTE
002210*-------------------------------------------------------------
002220 1100-ESCRIBIR-ENCABEZADO.
002230         MOVE WS-FECHA-CORRIDA TO REC-FECHA.
002240         WRITE RECUPERA-RPT-REC FROM WS-REC-ENCABEZADO.
002250         MOVE WS-MARCA-RESPALDO TO REC-RESPALDO.
002260         MOVE WS-MARCA-CORTE TO REC-CORTE.
002270         WRITE RECUPERA-RPT-REC FROM WS-REC-PARAMETROS.
002280         MOVE SPACES TO RECUPERA-RPT-REC.
002290         WRITE RECUPERA-RPT-REC.
002300         WRITE RECUPERA-RPT-REC FROM WS-REC-COLUMNAS.
002310 1100-EXIT.
002320         EXIT.

002330*-------------------------------------------------------------
002340* 2000-CARGAR-RESPALDO - PASA UN REGISTRO DEL RESPALDO AL MAESTRO
002350*-------------------------------------------------------------
002360 2000-CARGAR-RESPALDO.
002370         MOVE NOMBRE-RESP-REC TO NOMBRE-RECORD.
002380         WRITE NOMBRE-RECORD
002390                INVALID KEY
002400                       DISPLAY "ERROR: numero repetido en el "
002410                              "respaldo " NOM-NUM-EMPLEADO
002420                       ADD 1 TO WS-CONT-ERRORES
002430                NOT INVALID KEY
002440                       ADD 1 TO WS-CONT-RESPALDO
002450         END-WRITE.
002460         PERFORM 2010-LEER-RESPALDO THRU 2010-EXIT.
002470 2000-EXIT.
002480         EXIT.

002490*-------------------------------------------------------------
002500* 2010-LEER-RESPALDO - LEE EL SIGUIENTE REGISTRO DEL RESPALDO
002510*-------------------------------------------------------------
002520 2010-LEER-RESPALDO.
002530         READ NOMBRE-RESP
002540                AT END SET FIN-RESP TO TRUE
002550         END-READ.
002560 2010-EXIT.
002570         EXIT.

002580*-------------------------------------------------------------
002590* 2500-ABRIR-DIARIO - DEJA EL MAESTRO EN I-O Y ABRE EL DIARIO
002600* Sin diario no hay nada que aplicar: el maestro queda como
002610* el respaldo.
002620*-------------------------------------------------------------
002630 2500-ABRIR-DIARIO.
002640         CLOSE NOMBRE-RESP.
002641         MOVE "N" TO WS-RESP-ABIERTO.
002650         CLOSE NOMBRE-MASTER.
002660         OPEN I-O NOMBRE-MASTER.
002670         IF WS-STAT-MASTER NOT = "00"
002680                DISPLAY "ERROR: no se pudo reabrir el maestro, "
002690                       "status " WS-STAT-MASTER
002700                MOVE "N" TO WS-MAESTRO-ABIERTO
002710                MOVE 8 TO WS-RETORNO
002720                SET FIN-DIARIO TO TRUE
002730                GO TO 2500-EXIT
002740         END-IF.
002750         OPEN INPUT NOMBRE-DIARIO.
002760         IF WS-STAT-DIARIO NOT = "00"
002770                DISPLAY "AVISO: no hay diario que aplicar; el "
002780                       "maestro queda como el respaldo"
002790                SET FIN-DIARIO TO TRUE
002800                GO TO 2500-EXIT
002810         END-IF.
002811         SET DIARIO-ABIERTO TO TRUE.
002820         PERFORM 3010-LEER-DIARIO THRU 3010-EXIT.
002830 2500-EXIT.
002840         EXIT.

002850*-------------------------------------------------------------
002860* 3000-APLICAR-DIARIO - DECIDE SI EL MOVIMIENTO ENTRA EN LA
002870* VENTANA DE RECUPERACION
002880* Lo grabado hasta la marca del respaldo ya viene en la copia;
002890* lo posterior al corte no se aplica.
002900*-------------------------------------------------------------
002910 3000-APLICAR-DIARIO.
002920         ADD 1 TO WS-CONT-LEIDOS.
002930         MOVE DIA-FECHA-MOVTO TO WS-MARCA-FECHA.
002940         MOVE DIA-HORA-MOVTO TO WS-MARCA-HORA.
002950         EVALUATE TRUE
002960                WHEN WS-MARCA-MOVTO NOT GREATER THAN
002970                       WS-MARCA-RESPALDO
002980                       ADD 1 TO WS-CONT-ANTERIORES
002990                WHEN WS-MARCA-MOVTO GREATER THAN WS-MARCA-CORTE
003000                       ADD 1 TO WS-CONT-POSTERIORES
003010                WHEN OTHER
003020                       PERFORM 3100-APLICAR-MOVIMIENTO
003030                              THRU 3100-EXIT
003040                       PERFORM 3900-IMPRIMIR-DETALLE
003050                              THRU 3900-EXIT
003060         END-EVALUATE.
003070         PERFORM 3010-LEER-DIARIO THRU 3010-EXIT.
003080 3000-EXIT.
003090         EXIT.

003100*-------------------------------------------------------------
003110* 3010-LEER-DIARIO - LEE EL SIGUIENTE MOVIMIENTO DEL DIARIO
003120*-------------------------------------------------------------
003130 3010-LEER-DIARIO.
003140         READ NOMBRE-DIARIO
003150                AT END SET FIN-DIARIO TO TRUE
003160         END-READ.
003170 3010-EXIT.
003180         EXIT.

003190*-------------------------------------------------------------
003200* 3100-APLICAR-MOVIMIENTO - LLEVA EL REGISTRO A SU IMAGEN
003210* POSTERIOR
003220* Se compara el registro actual con las imagenes del diario:
003230* si ya tiene la posterior no se toca; si tiene la anterior
003240* el movimiento se aplica normal; si no tiene ninguna de las
003250* dos se aplica de todos modos y se marca la diferencia.
003260*-------------------------------------------------------------
003270 3100-APLICAR-MOVIMIENTO.
003280         MOVE DIA-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
003290         SET REGISTRO-NO-EXISTE TO TRUE.
003300         MOVE SPACES TO WS-IMAGEN-ACTUAL.
003310         READ NOMBRE-MASTER
003320                INVALID KEY
003330                       CONTINUE
003340                NOT INVALID KEY
003350                       SET REGISTRO-EXISTE TO TRUE
003360                       MOVE NOMBRE-RECORD TO WS-IMAGEN-ACTUAL
003370         END-READ.
003380         EVALUATE TRUE
003390                WHEN DIA-ALTA AND REGISTRO-NO-EXISTE
003400                       MOVE "APLICADO" TO WS-RESULTADO
003410                       PERFORM 3200-GRABAR-POSTERIOR
003420                              THRU 3200-EXIT
003430                WHEN DIA-BAJA AND REGISTRO-NO-EXISTE
003440                       MOVE "YA ESTABA" TO WS-RESULTADO
003450                WHEN DIA-BAJA
003460                       AND WS-IMAGEN-ACTUAL = DIA-IMAGEN-ANTES
003470                       MOVE "APLICADO" TO WS-RESULTADO
003480                       PERFORM 3400-BORRAR-REGISTRO THRU 3400-EXIT
003490                WHEN DIA-BAJA
003500                       MOVE "DIFERENCIA" TO WS-RESULTADO
003510                       PERFORM 3400-BORRAR-REGISTRO THRU 3400-EXIT
003520                WHEN DIA-CAMBIO AND REGISTRO-NO-EXISTE
003530                       MOVE "DIFERENCIA" TO WS-RESULTADO
003540                       PERFORM 3200-GRABAR-POSTERIOR
003550                              THRU 3200-EXIT
003560                WHEN (DIA-ALTA OR DIA-CAMBIO)
003570                       AND WS-IMAGEN-ACTUAL = DIA-IMAGEN-DESPUES
003580                       MOVE "YA ESTABA" TO WS-RESULTADO
003590                WHEN DIA-CAMBIO
003600                       AND WS-IMAGEN-ACTUAL = DIA-IMAGEN-ANTES
003610                       MOVE "APLICADO" TO WS-RESULTADO
003620                       PERFORM 3300-REGRABAR-POSTERIOR
003630                              THRU 3300-EXIT
003640                WHEN DIA-ALTA OR DIA-CAMBIO
003650                       MOVE "DIFERENCIA" TO WS-RESULTADO
003660                       PERFORM 3300-REGRABAR-POSTERIOR
003670                              THRU 3300-EXIT
003680                WHEN OTHER
003690                       MOVE "TIPO INVALID" TO WS-RESULTADO
003700         END-EVALUATE.
003710         EVALUATE WS-RESULTADO
003720                WHEN "APLICADO"
003730                       ADD 1 TO WS-CONT-APLICADOS
003740                WHEN "YA ESTABA"
003750                       ADD 1 TO WS-CONT-YA-ESTABAN
003760                WHEN "DIFERENCIA"
003770                       ADD 1 TO WS-CONT-DIFERENCIAS
003780                WHEN OTHER
003790                       ADD 1 TO WS-CONT-ERRORES
003800         END-EVALUATE.
003810 3100-EXIT.
003820         EXIT.

003830*-------------------------------------------------------------
003840* 3200-GRABAR-POSTERIOR - DA DE ALTA LA IMAGEN POSTERIOR
003850*-------------------------------------------------------------
003860 3200-GRABAR-POSTERIOR.
003870         MOVE DIA-IMAGEN-DESPUES TO NOMBRE-RECORD.
003880         WRITE NOMBRE-RECORD
003890                INVALID KEY
003900                       MOVE "ERROR ALTA" TO WS-RESULTADO
003910         END-WRITE.
003920 3200-EXIT.
003930         EXIT.

003940*-------------------------------------------------------------
003950* 3300-REGRABAR-POSTERIOR - REGRABA CON LA IMAGEN POSTERIOR
003960*-------------------------------------------------------------
003970 3300-REGRABAR-POSTERIOR.
003980         MOVE DIA-IMAGEN-DESPUES TO NOMBRE-RECORD.
003990         REWRITE NOMBRE-RECORD
004000                INVALID KEY
004010                       MOVE "ERROR CAMBIO" TO WS-RESULTADO
004020         END-REWRITE.
004030 3300-EXIT.
004040         EXIT.

004050*-------------------------------------------------------------
004060* 3400-BORRAR-REGISTRO - BORRA EL REGISTRO DEL MAESTRO
004070*-------------------------------------------------------------
004080 3400-BORRAR-REGISTRO.
004090         DELETE NOMBRE-MASTER RECORD
004100                INVALID KEY
004110                       MOVE "ERROR BAJA" TO WS-RESULTADO
004120         END-DELETE.
004130 3400-EXIT.
004140         EXIT.

004150*-------------------------------------------------------------
004160* 3900-IMPRIMIR-DETALLE - LISTA EL MOVIMIENTO Y SU RESULTADO
004170*-------------------------------------------------------------
004180 3900-IMPRIMIR-DETALLE.
004190         MOVE DIA-FECHA-MOVTO TO REC-FECHA-MOVTO.
004200         MOVE DIA-HORA-MOVTO TO REC-HORA-MOVTO.
004210         MOVE DIA-PROGRAMA TO REC-PROGRAMA.
004220         MOVE DIA-OPERADOR TO REC-OPERADOR.
004230         MOVE DIA-TIPO-MOVTO TO REC-TIPO.
004240         MOVE DIA-NUM-EMPLEADO TO REC-NUM-EMPLEADO.
004250         MOVE WS-RESULTADO TO REC-RESULTADO.
004260         WRITE RECUPERA-RPT-REC FROM WS-REC-DETALLE.
004270 3900-EXIT.
004280         EXIT.

004290*-------------------------------------------------------------
004300* 8000-IMPRIMIR-TOTALES - CIERRA EL REPORTE CON LOS TOTALES
004310*-------------------------------------------------------------
004320 8000-IMPRIMIR-TOTALES.
004330         MOVE SPACES TO RECUPERA-RPT-REC.
004340         WRITE RECUPERA-RPT-REC.
004350         MOVE "CARGADOS DEL RESPALDO       : " TO REC-CONCEPTO.
004360         MOVE WS-CONT-RESPALDO TO REC-CONTADOR.
004370         WRITE RECUPERA-RPT-REC FROM WS-REC-TOTAL.
004380         MOVE "LEIDOS DEL DIARIO           : " TO REC-CONCEPTO.
004390         MOVE WS-CONT-LEIDOS TO REC-CONTADOR.
004400         WRITE RECUPERA-RPT-REC FROM WS-REC-TOTAL.
004410         MOVE "YA INCLUIDOS EN EL RESPALDO : " TO REC-CONCEPTO.
004420         MOVE WS-CONT-ANTERIORES TO REC-CONTADOR.
004430         WRITE RECUPERA-RPT-REC FROM WS-REC-TOTAL.
004440         MOVE "POSTERIORES AL CORTE        : " TO REC-CONCEPTO.
004450         MOVE WS-CONT-POSTERIORES TO REC-CONTADOR.
004460         WRITE RECUPERA-RPT-REC FROM WS-REC-TOTAL.
004470         MOVE "APLICADOS                   : " TO REC-CONCEPTO.
004480         MOVE WS-CONT-APLICADOS TO REC-CONTADOR.
004490         WRITE RECUPERA-RPT-REC FROM WS-REC-TOTAL.
004500         MOVE "YA ESTABAN                  : " TO REC-CONCEPTO.
004510         MOVE WS-CONT-YA-ESTABAN TO REC-CONTADOR.
004520         WRITE RECUPERA-RPT-REC FROM WS-REC-TOTAL.
004530         MOVE "CON DIFERENCIA              : " TO REC-CONCEPTO.
004540         MOVE WS-CONT-DIFERENCIAS TO REC-CONTADOR.
004550         WRITE RECUPERA-RPT-REC FROM WS-REC-TOTAL.
004560         MOVE "ERRORES                     : " TO REC-CONCEPTO.
004570         MOVE WS-CONT-ERRORES TO REC-CONTADOR.
004580         WRITE RECUPERA-RPT-REC FROM WS-REC-TOTAL.
004590 8000-EXIT.
004600         EXIT.

004610*-------------------------------------------------------------
004620* 9999-TERMINAR - CIERRA ARCHIVOS Y FIJA EL CODIGO DE RETORNO
004630* 0 = limpio, 4 = hubo diferencias, 8 = errores o parametros
004640* invalidos (el maestro reconstruido no debe ponerse en uso).
004650*-------------------------------------------------------------
004660 9999-TERMINAR.
004661         IF RESP-ABIERTO
004662                CLOSE NOMBRE-RESP
004663         END-IF.
004664         IF DIARIO-ABIERTO
004665                CLOSE NOMBRE-DIARIO
004666         END-IF.
004670         IF MAESTRO-ABIERTO
004680                CLOSE NOMBRE-MASTER
004700         END-IF.
004710         PERFORM 8000-IMPRIMIR-TOTALES THRU 8000-EXIT.
004720         CLOSE RECUPERA-RPT.
004730         IF WS-CONT-ERRORES GREATER THAN ZERO
004740                MOVE 8 TO WS-RETORNO
004750         END-IF.
004760         IF WS-RETORNO = ZERO
004770                AND WS-CONT-DIFERENCIAS GREATER THAN ZERO
004780                MOVE 4 TO WS-RETORNO
004790         END-IF.
004800         DISPLAY "Respaldo   : " WS-CONT-RESPALDO.
004810         DISPLAY "Aplicados  : " WS-CONT-APLICADOS.
004820         DISPLAY "Ya estaban : " WS-CONT-YA-ESTABAN.
004830         DISPLAY "Diferencias: " WS-CONT-DIFERENCIAS.
004840         DISPLAY "Errores    : " WS-CONT-ERRORES.
004850         DISPLAY "RECUPERA-MAESTRO: fin".
004860 9999-EXIT.
004870         EXIT.
