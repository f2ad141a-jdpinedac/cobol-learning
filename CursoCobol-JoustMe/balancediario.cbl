000227*                en el maestro; el excedente se reporta como
000228*                fusiones implicadas (una fusion del mismo
000229*                dia deja detalle extra sin registro propio).
000230* 2026-10-05 JP  El detalle lleva ahora tipo de movimiento
000231*                (ver copy EXTRACTO). Las bajas y las
000232*                restauraciones de MANTENIMIENTO-NOMBRES no
000233*                dejan registro con fecha del dia en el
000234*                maestro: se cuentan e imprimen aparte y no
000235*                entran en la comparacion contra el maestro;
000236*                los cambios de nombre si, porque regraban la
000237*                fecha de captura.
000238* 2026-10-12 JP  La fecha de negocio ya no llega por SYSIN:
000239*                sale del calendario de dias habiles
000240*                NOMBRE-CALEN (copy CALENDARIO) y debe ser
000241*                dia habil que siga a la ultima fecha de
000242*                negocio terminada en NOMBRE-RUNCTL; para
000243*                volver a cuadrar un dia atrasado la fecha
000244*                se da en FECHANEG.
000245* 2026-10-15 JP  Las corridas de MANTBTCH ya no cuentan como
000246*                ultima fecha de negocio terminada.

000247 ENVIRONMENT DIVISION.

000248 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260         SELECT NOMBRE-AUDIT ASSIGN TO "NOMAUDIT"
000270                ORGANIZATION IS SEQUENTIAL
000410                ACCESS MODE IS DYNAMIC
000420                RECORD KEY IS SUS-SECUENCIA
000430                FILE STATUS IS WS-STAT-SUSP.
000431         SELECT NOMBRE-CALEN ASSIGN TO "NOMCALEN"
000432                ORGANIZATION IS INDEXED
000433                ACCESS MODE IS DYNAMIC
000434                RECORD KEY IS CAL-FECHA
000435                FILE STATUS IS WS-STAT-CALEN.
000440         SELECT BALANCE-RPT ASSIGN TO "BALRPT"
000450                ORGANIZATION IS SEQUENTIAL
000460                FILE STATUS IS WS-STAT-RPT.
000461         SELECT NOMBRE-RUNCTL ASSIGN TO "NOMRUNCT"
000462                ORGANIZATION IS INDEXED
000463                ACCESS MODE IS DYNAMIC
000464                RECORD KEY IS RUN-LLAVE
000465                FILE STATUS IS WS-STAT-RUNCT.

000470 DATA DIVISION.
000480 FILE SECTION.
000740 COPY "copybooks/suspenso.cpy".

000750*-----------------------------------------------------------
000751* NOMBRE-CALEN - Calendario de dias habiles (KSDS)
000752*-----------------------------------------------------------
000753 FD  NOMBRE-CALEN
000754             LABEL RECORDS ARE STANDARD.
000755 COPY "copybooks/calendario.cpy".

000756*-----------------------------------------------------------
000760* BALANCE-RPT - Hoja de control del cuadre diario
000770*-----------------------------------------------------------
000780 FD  BALANCE-RPT
000800             RECORD CONTAINS 80 CHARACTERS.
000810 01  BALANCE-RPT-REC                 PIC X(80).

000811*-----------------------------------------------------------
000812* NOMBRE-RUNCTL - Control de corridas del flujo nocturno
000813*-----------------------------------------------------------
000814 FD  NOMBRE-RUNCTL
000815             LABEL RECORDS ARE STANDARD.
000816 COPY "copybooks/runctl.cpy".

000820 WORKING-STORAGE SECTION.
000830*-----------------------------------------------------------
000840* LINEAS DE REPORTE
001190 77  WS-FIN-SUSP                 PIC X(01) VALUE "N".
001200         88  FIN-SUSP                        VALUE "S".
001210 77  WS-FECHA-CORRIDA            PIC 9(08).
001230 77  WS-FECHA-NEGOCIO-N          PIC 9(08).
001240 77  WS-CONT-CAPTURAS            PIC 9(09) COMP VALUE ZERO.
001250 77  WS-CONT-MAESTRO-DIA         PIC 9(09) COMP VALUE ZERO.
001272 77  WS-DETALLE-POR-SECCION      PIC 9(09) COMP VALUE ZERO.
001273 77  WS-RESIDUO-SECCION          PIC 9(09) COMP VALUE ZERO.
001274 77  WS-FUSIONES-IMPLICADAS      PIC 9(09) COMP VALUE ZERO.
001275 77  WS-CONT-CAMBIOS             PIC 9(09) COMP VALUE ZERO.
001276 77  WS-CONT-BAJAS-REST          PIC 9(09) COMP VALUE ZERO.
001277 77  WS-DETALLE-MAESTRO          PIC 9(09) COMP VALUE ZERO.
001278 77  WS-MAESTRO-POR-SECCION      PIC 9(09) COMP VALUE ZERO.
001280 77  WS-CONT-SUSPENSOS           PIC 9(09) COMP VALUE ZERO.
001290 77  WS-EXDIA-DISPONIBLE         PIC X(01) VALUE "N".
001300         88  EXDIA-DISPONIBLE                VALUE "S".
001320         88  DIA-CUADRA                      VALUE "S".
001330         88  DIA-NO-CUADRA                   VALUE "N".
001340 77  WS-RETORNO                  PIC 9(04) COMP VALUE ZERO.
001341 77  WS-STAT-RUNCT               PIC X(02) VALUE SPACES.
001342 77  WS-STAT-CALEN               PIC X(02) VALUE SPACES.
001343 77  WS-FECHA-SISTEMA            PIC 9(08).
001344 77  WS-FECHA-NEG-PARM           PIC X(08) VALUE SPACES.
001345 77  WS-HABIL-NEGOCIO            PIC 9(06) VALUE ZERO.
001346 77  WS-ULTIMA-TERMINADA         PIC 9(08) VALUE ZERO.
001347 77  WS-FIN-BUSQUEDA             PIC X(01) VALUE "N".
001348         88  FIN-BUSQUEDA                    VALUE "S".

001350 PROCEDURE DIVISION.
001360*=============================================================
001370* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
001380*=============================================================
001390 0000-MAINLINE.
001391         PERFORM 9600-OBTENER-FECHA-NEGOCIO THRU 9600-EXIT.
001392         IF WS-RETORNO GREATER THAN 4
001393                MOVE WS-RETORNO TO RETURN-CODE
001394                STOP RUN
001395         END-IF.
001400         PERFORM 1000-INICIAR THRU 1000-EXIT.
001410         PERFORM 2000-CONTAR-AUDITORIA THRU 2000-EXIT.
001420         PERFORM 3000-CONTAR-MAESTRO THRU 3000-EXIT.
001480         STOP RUN.

001490*-------------------------------------------------------------
001491* 1000-INICIAR - ABRE EL REPORTE
001501* La fecha de negocio ya la tomo 9600 del calendario; aqui
001502* solo se encabeza la hoja de control.
001530*-------------------------------------------------------------
001540 1000-INICIAR.
001550         DISPLAY "BALANCE-DIARIO: inicio del cuadre".
001560         ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
001650         OPEN OUTPUT BALANCE-RPT.
001660         MOVE WS-FECHA-CORRIDA TO ENC1-FECHA.
001670         MOVE WS-FECHA-NEGOCIO-N TO ENC1-NEGOCIO.
002630                       ADD EXT-CTL-CUENTA TO WS-CONT-SUMARIO
002640                WHEN OTHER
002650                       ADD 1 TO WS-CONT-DETALLE
002651                       PERFORM 4200-CONTAR-TIPO THRU 4200-EXIT
002660         END-EVALUATE.
002670 4100-EXIT.
002680         EXIT.
003130         MOVE "DETALLE EXTRACTO    " TO CTA-CONCEPTO.
003140         MOVE WS-CONT-DETALLE TO CTA-CUENTA.
003150         WRITE BALANCE-RPT-REC FROM WS-LINEA-CUENTA.
003151         MOVE "  CAMBIOS DE NOMBRE " TO CTA-CONCEPTO.
003152         MOVE WS-CONT-CAMBIOS TO CTA-CUENTA.
003153         WRITE BALANCE-RPT-REC FROM WS-LINEA-CUENTA.
003154         MOVE "  BAJAS Y RESTAURAC." TO CTA-CONCEPTO.
003155         MOVE WS-CONT-BAJAS-REST TO CTA-CUENTA.
003156         WRITE BALANCE-RPT-REC FROM WS-LINEA-CUENTA.
003160         MOVE "SUMARIO *TR         " TO CTA-CONCEPTO.
003170         MOVE WS-CONT-SUMARIO TO CTA-CUENTA.
003180         WRITE BALANCE-RPT-REC FROM WS-LINEA-CUENTA.
003270                WRITE BALANCE-RPT-REC FROM WS-LINEA-CUADRE
003280                GO TO 8000-FALLA
003290         END-IF.
003291*        Las bajas y restauraciones no dejan registro del dia
003292*        en el maestro y se descuentan del detalle.
003293         SUBTRACT WS-CONT-BAJAS-REST FROM WS-CONT-DETALLE
003294                GIVING WS-DETALLE-MAESTRO.
003295         MOVE WS-DETALLE-MAESTRO TO WS-MAESTRO-POR-SECCION.
003296         IF WS-CONT-SECCIONES GREATER THAN 1
003297                DIVIDE WS-DETALLE-MAESTRO BY WS-CONT-SECCIONES
003298                       GIVING WS-MAESTRO-POR-SECCION
003299         END-IF.
003300         MOVE "DETALLE CONTRA SUMARIO *TR" TO CUA-CONCEPTO.
003310         IF WS-CONT-DETALLE = WS-CONT-SUMARIO
003320                MOVE "CUADRA" TO CUA-RESULTADO
003393         WRITE BALANCE-RPT-REC FROM WS-LINEA-CUADRE.
003394         MOVE "DETALLE POR SECCION CUBRE EL MAESTRO"
003395                TO CUA-CONCEPTO.
003396         IF WS-MAESTRO-POR-SECCION NOT LESS THAN
003397                WS-CONT-MAESTRO-DIA
003398                MOVE "CUADRA" TO CUA-RESULTADO
003399                SUBTRACT WS-CONT-MAESTRO-DIA
003400                       FROM WS-MAESTRO-POR-SECCION
003401                       GIVING WS-FUSIONES-IMPLICADAS
003402         ELSE
003403                SET DIA-NO-CUADRA TO TRUE
003630         END-IF.
003640 9999-EXIT.
003650         EXIT.

003651*-------------------------------------------------------------
003652* 9600-OBTENER-FECHA-NEGOCIO - TOMA LA FECHA DE NEGOCIO DEL
003653* CALENDARIO NOMBRE-CALEN
003654* Es la fecha del sistema, o la de FECHANEG cuando operaciones
003655* pone al corriente un dia atrasado; en ambos casos debe ser
003656* dia habil en el calendario y seguir a la ultima fecha de
003657* negocio terminada en el control de corridas.
003658*-------------------------------------------------------------
003659 9600-OBTENER-FECHA-NEGOCIO.
003660         ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
003661         MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO-N.
003662         ACCEPT WS-FECHA-NEG-PARM FROM ENVIRONMENT "FECHANEG".
003663         IF WS-FECHA-NEG-PARM NOT = SPACES
003664                IF WS-FECHA-NEG-PARM IS NOT NUMERIC
003665                       DISPLAY "ERROR: FECHANEG invalida: "
003666                              WS-FECHA-NEG-PARM
003667                       MOVE 8 TO WS-RETORNO
003668                       GO TO 9600-EXIT
003669                END-IF
003670                MOVE WS-FECHA-NEG-PARM TO WS-FECHA-NEGOCIO-N
003671                IF WS-FECHA-NEGOCIO-N
003672                       GREATER THAN WS-FECHA-SISTEMA
003673                       DISPLAY "ERROR: FECHANEG posterior a hoy: "
003674                              WS-FECHA-NEGOCIO-N
003675                       MOVE 8 TO WS-RETORNO
003676                       GO TO 9600-EXIT
003677                END-IF
003678         END-IF.
003679         OPEN INPUT NOMBRE-CALEN.
003680         IF WS-STAT-CALEN NOT = "00"
003681                DISPLAY "ERROR: calendario de dias habiles no "
003682                       "disponible, status " WS-STAT-CALEN
003683                MOVE 8 TO WS-RETORNO
003684                GO TO 9600-EXIT
003685         END-IF.
003686         MOVE WS-FECHA-NEGOCIO-N TO CAL-FECHA.
003687         READ NOMBRE-CALEN
003688                INVALID KEY
003689                       DISPLAY "ERROR: fecha sin calendario: "
003690                              WS-FECHA-NEGOCIO-N
003691                       DISPLAY "Genere el anio con "
003692                              "MANTENIMIENTO-CALENDARIO"
003693                       MOVE 8 TO WS-RETORNO
003694                NOT INVALID KEY
003695                       IF NOT CAL-HABIL
003696                              DISPLAY "ERROR: " WS-FECHA-NEGOCIO-N
003697                                     " es dia inhabil: "
003698                                     CAL-DESCRIPCION
003699                              DISPLAY "El flujo nocturno no "
003700                                     "corre en dia inhabil"
003701                              MOVE 8 TO WS-RETORNO
003702                       END-IF
003703         END-READ.
003704         IF WS-RETORNO NOT GREATER THAN 4
003705                MOVE CAL-NUM-HABIL TO WS-HABIL-NEGOCIO
003706                PERFORM 9650-VERIFICAR-SECUENCIA THRU 9650-EXIT
003707         END-IF.
003708         CLOSE NOMBRE-CALEN.
003709 9600-EXIT.
003710         EXIT.

003711*-------------------------------------------------------------
003712* 9650-VERIFICAR-SECUENCIA - EXIGE QUE LA FECHA DE NEGOCIO
003713* SIGA A LA ULTIMA TERMINADA
003714* La fecha de negocio anterior mas reciente con alguna corrida
003715* terminada en NOMBRE-RUNCTL debe ser el dia habil previo del
003716* calendario; si no, quedo un dia habil sin procesar y la
003717* corrida se detiene hasta ponerlo al corriente.
003718*-------------------------------------------------------------
003719 9650-VERIFICAR-SECUENCIA.
003720         MOVE ZERO TO WS-ULTIMA-TERMINADA.
003721         MOVE "N" TO WS-FIN-BUSQUEDA.
003722         OPEN INPUT NOMBRE-RUNCTL.
003723         IF WS-STAT-RUNCT NOT = "00"
003724                DISPLAY "AVISO: sin control de corridas previo; "
003725                       "no se verifica la secuencia de fechas"
003726                GO TO 9650-EXIT
003727         END-IF.
003728         MOVE LOW-VALUES TO RUN-LLAVE.
003729         START NOMBRE-RUNCTL
003730                KEY IS NOT LESS THAN RUN-LLAVE
003731                INVALID KEY
003732                       SET FIN-BUSQUEDA TO TRUE
003733         END-START.
003734         PERFORM 9660-BUSCAR-TERMINADA THRU 9660-EXIT
003735                UNTIL FIN-BUSQUEDA.
003736         CLOSE NOMBRE-RUNCTL.
003737         IF WS-ULTIMA-TERMINADA = ZERO
003738                DISPLAY "AVISO: no hay fecha de negocio "
003739                       "terminada anterior; no se verifica la "
003740                       "secuencia"
003741                GO TO 9650-EXIT
003742         END-IF.
003743         MOVE WS-ULTIMA-TERMINADA TO CAL-FECHA.
003744         READ NOMBRE-CALEN
003745                INVALID KEY
003746                       MOVE ZERO TO CAL-NUM-HABIL
003747         END-READ.
003748         IF CAL-NUM-HABIL + 1 NOT = WS-HABIL-NEGOCIO
003749                DISPLAY "ERROR: la fecha de negocio "
003750                       WS-FECHA-NEGOCIO-N
003751                       " no sigue a la ultima terminada "
003752                       WS-ULTIMA-TERMINADA
003753                DISPLAY "Ponga al corriente los dias habiles "
003754                       "intermedios con FECHANEG"
003755                MOVE 8 TO WS-RETORNO
003756         END-IF.
003757 9650-EXIT.
003758         EXIT.

003759*-------------------------------------------------------------
003760* 9660-BUSCAR-TERMINADA - RECORRE EL CONTROL DE CORRIDAS
003761* La llave empieza con la fecha de negocio y se lee hasta la
003762* de la corrida. MANTBTCH no cuenta: corre en cualquier dia.
003763*-------------------------------------------------------------
003764 9660-BUSCAR-TERMINADA.
003765         READ NOMBRE-RUNCTL NEXT RECORD
003766                AT END
003767                       SET FIN-BUSQUEDA TO TRUE
003768                       GO TO 9660-EXIT
003769         END-READ.
003770         IF RUN-FECHA-NEGOCIO NOT LESS THAN WS-FECHA-NEGOCIO-N
003771                SET FIN-BUSQUEDA TO TRUE
003772                GO TO 9660-EXIT
003773         END-IF.
003774         IF RUN-TERMINADO AND RUN-PROGRAMA NOT = "MANTBTCH"
003775                MOVE RUN-FECHA-NEGOCIO TO WS-ULTIMA-TERMINADA
003776         END-IF.
003777 9660-EXIT.
003778         EXIT.

003780*-------------------------------------------------------------
003790* 4200-CONTAR-TIPO - CUENTA EL DETALLE POR TIPO DE MOVIMIENTO
003800* Un diario anterior al tipo de movimiento trae la posicion
003810* 65 en blanco y se cuenta como alta.
003820*-------------------------------------------------------------
003830 4200-CONTAR-TIPO.
003840         EVALUATE TRUE
003850                WHEN EXT-MOVTO-CAMBIO
003860                       ADD 1 TO WS-CONT-CAMBIOS
003870                WHEN EXT-MOVTO-BAJA
003880                WHEN EXT-MOVTO-RESTAURA
003890                       ADD 1 TO WS-CONT-BAJAS-REST
003900                WHEN OTHER
003910                       CONTINUE
003920         END-EVALUATE.
003930 4200-EXIT.
003940         EXIT.
