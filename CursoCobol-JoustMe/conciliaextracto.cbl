000300*                con avisos (pendientes vencidos o
000304*                confirmaciones desconocidas) y 8 en falla
000308*                dura.
000309* 2026-10-05 JP  El registro del extracto crece a 65
000310*                posiciones con el tipo de movimiento (ver
000311*                copy EXTRACTO): los cambios, bajas y
000312*                restauraciones se concilian y envejecen igual
000313*                que las capturas, el reenvio regenera el mismo
000314*                tipo y el reporte de envejecimiento lo muestra
000315*                en la columna MOV.
000316* 2026-10-12 JP  La fecha de negocio sale del calendario de
000317*                dias habiles NOMBRE-CALEN (copy CALENDARIO):
000318*                la conciliacion no corre en dia inhabil ni para
000319*                una fecha que no siga a la ultima fecha de
000320*                negocio terminada en NOMBRE-RUNCTL. Para
000321*                poner al corriente un dia atrasado la fecha
000322*                se da en FECHANEG y pasa las mismas
000323*                validaciones.
000324*                El envejecimiento ya no usa una fecha limite
000325*                en SYSIN: cada suscriptor trae en
000326*                NOMBRE-SUBSC su limite en dias habiles (3 si
000327*                viene en blanco) y un pendiente vence al
000328*                cumplir ese numero de dias habiles desde su
000329*                corte, contados en el calendario. Ya no hay
000330*                corrida de solo reporte.
000331* 2026-10-15 JP  Las corridas de MANTBTCH ya no cuentan como
000332*                ultima fecha de negocio terminada.

000350 ENVIRONMENT DIVISION.

000490         SELECT CONCILIA-RPT ASSIGN TO "CONRPT"
000500                ORGANIZATION IS SEQUENTIAL
000510                FILE STATUS IS WS-STAT-RPT.
000511         SELECT NOMBRE-CALEN ASSIGN TO "NOMCALEN"
000512                ORGANIZATION IS INDEXED
000513                ACCESS MODE IS DYNAMIC
000514                RECORD KEY IS CAL-FECHA
000515                FILE STATUS IS WS-STAT-CALEN.
000520         SELECT NOMBRE-EXGEN ASSIGN TO "NOMEXGEN"
000530                ORGANIZATION IS SEQUENTIAL
000540                FILE STATUS IS WS-STAT-EXGEN.
000543                ACCESS MODE IS DYNAMIC
000544                RECORD KEY IS RUN-LLAVE
000545                FILE STATUS IS WS-STAT-RUNCT.
000546         SELECT NOMBRE-SUBSC ASSIGN TO "NOMSUBSC"
000547                ORGANIZATION IS SEQUENTIAL
000548                FILE STATUS IS WS-STAT-SUBSC.

000550 DATA DIVISION.
000560 FILE SECTION.
000660         05  CNF-SECUENCIA               PIC 9(10).

000670*-----------------------------------------------------------
000671* NOMBRE-SUBSC - Registro de suscriptores del extracto, con
000672* su limite de envejecimiento en dias habiles
000673*-----------------------------------------------------------
000674 FD  NOMBRE-SUBSC
000675             LABEL RECORDS ARE STANDARD
000676             RECORD CONTAINS 42 CHARACTERS.
000677 COPY "copybooks/suscriptor.cpy".

000678*-----------------------------------------------------------
000680* NOMBRE-PENDC - Confirmaciones pendientes por suscriptor
000690*-----------------------------------------------------------
000700 FD  NOMBRE-PENDC
000710             LABEL RECORDS ARE STANDARD.
000720 COPY "copybooks/pendconf.cpy".

000721*-----------------------------------------------------------
000722* NOMBRE-CALEN - Calendario de dias habiles (KSDS)
000723*-----------------------------------------------------------
000724 FD  NOMBRE-CALEN
000725             LABEL RECORDS ARE STANDARD.
000726 COPY "copybooks/calendario.cpy".

000730*-----------------------------------------------------------
000740* NOMBRE-EXRE - Reenvios dirigidos por suscriptor, con una
000750* seccion con cabecera y sumario por suscriptor deudor.
000760*-----------------------------------------------------------
000770 FD  NOMBRE-EXRE
000780             LABEL RECORDS ARE STANDARD
000790             RECORD CONTAINS 65 CHARACTERS.
000800 01  NOMBRE-EXRE-REC                 PIC X(65).

000810*-----------------------------------------------------------
000820* CONCILIA-RPT - Reporte de conciliacion y envejecimiento
001130         05  FILLER                  PIC X(11)
001140                    VALUE "SECUENCIA  ".
001150         05  FILLER                  PIC X(31) VALUE "NOMBRE".
001160         05  FILLER                  PIC X(10) VALUE "CORTE".
001161         05  FILLER                  PIC X(03) VALUE "MOV".
001170 01  WS-DETALLE.
001180         05  FILLER                  PIC X(01) VALUE SPACE.
001190         05  DET-SUSCRIPTOR          PIC X(08).
001230         05  DET-NOMBRE              PIC X(30).
001240         05  FILLER                  PIC X(01) VALUE SPACE.
001250         05  DET-FECHA-CORTE         PIC 9(08).
001251         05  FILLER                  PIC X(02) VALUE SPACES.
001252         05  DET-TIPO-MOVTO          PIC X(01).
001260 01  WS-LINEA-SUBTOTAL.
001270         05  FILLER                  PIC X(01) VALUE SPACE.
001280         05  FILLER                  PIC X(11)
001310         05  FILLER                  PIC X(12)
001320                    VALUE " VENCIDAS : ".
001330         05  SUB-TOT-CUENTA          PIC ZZZ,ZZ9.
001331         05  FILLER                  PIC X(10)
001332                    VALUE "  LIMITE: ".
001333         05  SUB-TOT-DIAS            PIC ZZ9.
001334         05  FILLER                  PIC X(14)
001335                    VALUE " DIAS HABILES".
001340 01  WS-LINEA-TOTAL.
001350         05  FILLER                  PIC X(01) VALUE SPACE.
001360         05  TOT-CONCEPTO            PIC X(20).
001370         05  FILLER                  PIC X(02) VALUE ": ".
001380         05  TOT-CUENTA              PIC ZZZ,ZZ9.

001381*-----------------------------------------------------------
001382* LIMITES DE ENVEJECIMIENTO POR SUSCRIPTOR, CARGADOS AL INICIO
001383*-----------------------------------------------------------
001384 01  WS-TABLA-SUSCRIPTORES.
001385         05  WS-SUSCRIPTOR OCCURS 50 TIMES.
001386                10  TAB-SUB-ID              PIC X(08).
001387                10  TAB-SUB-DIAS            PIC 9(03).

001390*-----------------------------------------------------------
001400* CAMPOS DE TRABAJO
001410*-----------------------------------------------------------
001450 77  WS-STAT-EXRE                PIC X(02) VALUE SPACES.
001460 77  WS-STAT-RPT                 PIC X(02) VALUE SPACES.
001470 77  WS-STAT-EXGEN               PIC X(02) VALUE SPACES.
001471 77  WS-STAT-CALEN               PIC X(02) VALUE SPACES.
001472 77  WS-STAT-SUBSC               PIC X(02) VALUE SPACES.
001480 77  WS-FIN-CONF                 PIC X(01) VALUE "N".
001490         88  FIN-CONF                        VALUE "S".
001500 77  WS-FIN-PENDC                PIC X(01) VALUE "N".
001510         88  FIN-PENDC                       VALUE "S".
001511 77  WS-FIN-BUSQUEDA             PIC X(01) VALUE "N".
001512         88  FIN-BUSQUEDA                    VALUE "S".
001513 77  WS-FIN-SUBSC                PIC X(01) VALUE "N".
001514         88  FIN-SUBSC                       VALUE "S".
001520 77  WS-PENDC-DISPONIBLE         PIC X(01) VALUE "N".
001530         88  PENDC-DISPONIBLE                VALUE "S".
001540 77  WS-CONF-DISPONIBLE          PIC X(01) VALUE "N".
001550         88  CONF-DISPONIBLE                 VALUE "S".
001551 77  WS-CALEN-ABIERTO            PIC X(01) VALUE "N".
001552         88  CALEN-ABIERTO                   VALUE "S".
001560 77  WS-FECHA-CORRIDA            PIC 9(08).
001561 77  WS-FECHA-SISTEMA            PIC 9(08).
001562 77  WS-FECHA-NEG-PARM           PIC X(08) VALUE SPACES.
001563 77  WS-HABIL-NEGOCIO            PIC 9(06) VALUE ZERO.
001564 77  WS-ULTIMA-TERMINADA         PIC 9(08) VALUE ZERO.
001565 77  WS-DIAS-OMISION             PIC 9(03) VALUE 3.
001566 77  WS-DIAS-ENVEJ               PIC 9(03) VALUE ZERO.
001567 77  WS-DIAS-SECCION             PIC 9(03) VALUE ZERO.
001568 77  WS-DIAS-TRANSCURRIDOS       PIC S9(06) COMP VALUE ZERO.
001590 77  WS-NUM-PAGINA               PIC 9(03) COMP VALUE 1.
001600 77  WS-LINEAS-EN-PAGINA         PIC 9(02) COMP VALUE ZERO.
001610 77  WS-MAX-LINEAS-PAGINA        PIC 9(02) COMP VALUE 20.
001660 77  WS-CONT-VENCIDAS-SUB        PIC 9(07) COMP VALUE ZERO.
001670 77  WS-GENERACION               PIC 9(06) VALUE ZERO.
001680 77  WS-SUSCRIPTOR-REENVIO       PIC X(08) VALUE LOW-VALUES.
001681 77  WS-IDX-SUB                  PIC 9(03) COMP VALUE ZERO.
001682 77  WS-MAX-SUSCRIPTORES         PIC 9(03) COMP VALUE 50.
001683 77  WS-TOTAL-SUSC               PIC 9(03) COMP VALUE ZERO.
001684 77  WS-SUSCRIPTOR-DIAS          PIC X(08) VALUE LOW-VALUES.
001690 77  WS-SECCION-ABIERTA          PIC X(01) VALUE "N".
001700         88  SECCION-ABIERTA                 VALUE "S".
001710 77  WS-CONT-REENVIO-SECCION     PIC 9(09) COMP VALUE ZERO.
001713 77  WS-HUBO-REENVIOS            PIC X(01) VALUE "N".
001714         88  HUBO-REENVIOS                   VALUE "S".
001720 01  WS-REG-CONTROL.
001750         05  CTL-GENERACION              PIC 9(06).
001760         05  CTL-CUENTA                  PIC 9(09).
001770         05  CTL-SUSCRIPTOR              PIC X(08).
001780         05  FILLER                      PIC X(31) VALUE SPACES.
001790 01  WS-REG-REENVIO.
001800         05  REE-NOMBRE                  PIC X(30).
001810         05  REE-FECHA-CAPTURA           PIC 9(08).
001820         05  REE-HORA-CAPTURA            PIC 9(08).
001821         05  REE-SECUENCIA               PIC 9(10).
001822         05  REE-NUM-EMPLEADO            PIC 9(08).
001823         05  REE-TIPO-MOVTO              PIC X(01).
001832 77  WS-STAT-RUNCT               PIC X(02) VALUE SPACES.
001833 77  WS-RETORNO                  PIC 9(04) COMP VALUE ZERO.
001834 77  WS-RUN-REGISTRADA           PIC X(01) VALUE "N".
001850*=============================================================
001860* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
001870*=============================================================
001871 0000-MAINLINE.
001872         PERFORM 9600-OBTENER-FECHA-NEGOCIO THRU 9600-EXIT.
001873         IF WS-RETORNO GREATER THAN 4
001874                MOVE WS-RETORNO TO RETURN-CODE
001875                STOP RUN
001876         END-IF.
001882         PERFORM 9750-VERIFICAR-PRECEDENTE THRU 9750-EXIT.
001883         IF WS-RETORNO GREATER THAN 4
001884                MOVE WS-RETORNO TO RETURN-CODE
001970         STOP RUN.

001980*-------------------------------------------------------------
001981* 1000-INICIAR - ABRE ARCHIVOS Y CARGA LOS LIMITES DE
001982* ENVEJECIMIENTO
001983* Cada suscriptor trae en NOMBRE-SUBSC su limite en dias
001984* habiles (en blanco o en cero se toman WS-DIAS-OMISION): un
001985* pendiente que lleve ese numero de dias habiles o mas desde
001986* su fecha de corte se reporta y se reenvia. El calendario
001987* queda abierto para contar los dias habiles de cada corte.
002040*-------------------------------------------------------------
002050 1000-INICIAR.
002060         DISPLAY "CONCILIA-EXTRACTO: inicio".
002061         PERFORM 1200-CARGAR-SUSCRIPTORES THRU 1200-EXIT.
002170         OPEN OUTPUT CONCILIA-RPT.
002180         PERFORM 2200-ESCRIBIR-ENCABEZADO THRU 2200-EXIT.
002190         OPEN OUTPUT NOMBRE-EXRE.
002191         OPEN INPUT NOMBRE-CALEN.
002192         IF WS-STAT-CALEN NOT = "00"
002193                DISPLAY "ERROR: calendario de dias habiles no "
002194                       "disponible, status " WS-STAT-CALEN
002195                MOVE 8 TO WS-RETORNO
002196                SET FIN-CONF TO TRUE
002197                GO TO 1000-EXIT
002198         END-IF.
002199         SET CALEN-ABIERTO TO TRUE.
002200         OPEN I-O NOMBRE-PENDC.
002210         IF NOT PENDC-OK
002220                DISPLAY "AVISO: no hay archivo de pendientes; "
003090*-------------------------------------------------------------
003100* 5000-ENVEJECER-PENDIENTES - REPORTA Y REENVIA LO VENCIDO
003110* Recorre los pendientes en orden de llave (suscriptor y
003120* secuencia): lo que lleve desde su fecha de corte el limite
003130* de dias habiles de su suscriptor o mas sale al reporte de
003140* envejecimiento y a la seccion de reenvio de su suscriptor.
003150* El corte de control por suscriptor cierra cada seccion con
003151* su sumario.
003160*-------------------------------------------------------------
003170 5000-ENVEJECER-PENDIENTES.
003180         MOVE LOW-VALUES TO PEN-LLAVE.
003360                       GO TO 5100-EXIT
003370         END-READ.
003380         ADD 1 TO WS-CONT-PENDIENTES.
003381         IF PEN-SUSCRIPTOR NOT = WS-SUSCRIPTOR-DIAS
003382                PERFORM 5150-LIMITE-SUSCRIPTOR THRU 5150-EXIT
003383         END-IF.
003384         PERFORM 5160-DIAS-TRANSCURRIDOS THRU 5160-EXIT.
003385         IF WS-DIAS-TRANSCURRIDOS LESS THAN WS-DIAS-ENVEJ
003400                GO TO 5100-EXIT
003410         END-IF.
003420         ADD 1 TO WS-CONT-VENCIDAS.
003560         MOVE PEN-SECUENCIA TO DET-SECUENCIA.
003570         MOVE PEN-NOMBRE TO DET-NOMBRE.
003580         MOVE PEN-FECHA-CORTE TO DET-FECHA-CORTE.
003581         MOVE PEN-TIPO-MOVTO TO DET-TIPO-MOVTO.
003590         WRITE CONCILIA-RPT-REC FROM WS-DETALLE.
003600 5200-EXIT.
003610         EXIT.
003730         MOVE PEN-HORA-CAPTURA TO REE-HORA-CAPTURA.
003740         MOVE PEN-SECUENCIA TO REE-SECUENCIA.
003741         MOVE PEN-NUM-EMPLEADO TO REE-NUM-EMPLEADO.
003742         MOVE PEN-TIPO-MOVTO TO REE-TIPO-MOVTO.
003750         WRITE NOMBRE-EXRE-REC FROM WS-REG-REENVIO.
003760         ADD 1 TO WS-CONT-REENVIO-SECCION.
003770         ADD 1 TO WS-CONT-VENCIDAS-SUB.
003920         WRITE NOMBRE-EXRE-REC FROM WS-REG-CONTROL.
003930         MOVE WS-SUSCRIPTOR-REENVIO TO SUB-TOT-ID.
003940         MOVE WS-CONT-VENCIDAS-SUB TO SUB-TOT-CUENTA.
003941         MOVE WS-DIAS-SECCION TO SUB-TOT-DIAS.
003950         WRITE CONCILIA-RPT-REC FROM WS-LINEA-SUBTOTAL.
003960         MOVE "N" TO WS-SECCION-ABIERTA.
003970         MOVE ZERO TO WS-CONT-REENVIO-SECCION.
004030*-------------------------------------------------------------
004040 5500-ABRIR-SECCION.
004050         MOVE PEN-SUSCRIPTOR TO WS-SUSCRIPTOR-REENVIO.
004051         MOVE WS-DIAS-ENVEJ TO WS-DIAS-SECCION.
004060         PERFORM 1100-OBTENER-GENERACION THRU 1100-EXIT.
004070         MOVE "*HD" TO CTL-ID.
004080         MOVE WS-FECHA-CORRIDA TO CTL-FECHA.
004430         END-IF.
004440         CLOSE NOMBRE-EXRE.
004450         CLOSE CONCILIA-RPT.
004451         IF CALEN-ABIERTO
004452                CLOSE NOMBRE-CALEN
004453         END-IF.
004460         DISPLAY "Confirmadas : " WS-CONT-CONFIRMADAS.
004470         DISPLAY "Desconocidas: " WS-CONT-DESCONOCIDAS.
004480         DISPLAY "Pendientes  : " WS-CONT-PENDIENTES.
005860         CLOSE NOMBRE-RUNCTL.
005870 9800-EXIT.
005880         EXIT.

005890*-------------------------------------------------------------
005900* 1200-CARGAR-SUSCRIPTORES - LEE LOS LIMITES DE NOMBRE-SUBSC
005910* Sin registro de suscriptores todos toman el limite por
005920* omision.
005930*-------------------------------------------------------------
005940 1200-CARGAR-SUSCRIPTORES.
005950         MOVE ZERO TO WS-TOTAL-SUSC.
005960         OPEN INPUT NOMBRE-SUBSC.
005970         IF WS-STAT-SUBSC NOT = "00"
005980                DISPLAY "AVISO: no hay registro de suscriptores; "
005990                       "limite de " WS-DIAS-OMISION
006000                       " dias habiles para todos"
006010                GO TO 1200-EXIT
006020         END-IF.
006030         MOVE "N" TO WS-FIN-SUBSC.
006040         PERFORM 1210-LEER-SUSCRIPTOR THRU 1210-EXIT
006050                UNTIL FIN-SUBSC.
006060         CLOSE NOMBRE-SUBSC.
006070 1200-EXIT.
006080         EXIT.

006090*-------------------------------------------------------------
006100* 1210-LEER-SUSCRIPTOR - AGREGA UN LIMITE A LA TABLA
006110* Un limite en blanco o en cero toma el de omision.
006120*-------------------------------------------------------------
006130 1210-LEER-SUSCRIPTOR.
006140         READ NOMBRE-SUBSC
006150                AT END
006160                       SET FIN-SUBSC TO TRUE
006170                       GO TO 1210-EXIT
006180         END-READ.
006190         IF WS-TOTAL-SUSC NOT < WS-MAX-SUSCRIPTORES
006200                DISPLAY "AVISO: tabla de suscriptores llena, "
006210                       "se omite " SUB-ID
006220                GO TO 1210-EXIT
006230         END-IF.
006240         ADD 1 TO WS-TOTAL-SUSC.
006250         MOVE SUB-ID TO TAB-SUB-ID (WS-TOTAL-SUSC).
006260         IF SUB-DIAS-HABILES IS NUMERIC
006270                AND SUB-DIAS-HABILES GREATER THAN ZERO
006280                MOVE SUB-DIAS-HABILES
006290                 TO TAB-SUB-DIAS (WS-TOTAL-SUSC)
006300         ELSE
006310                MOVE WS-DIAS-OMISION
006320                 TO TAB-SUB-DIAS (WS-TOTAL-SUSC)
006330         END-IF.
006340 1210-EXIT.
006350         EXIT.

006360*-------------------------------------------------------------
006370* 5150-LIMITE-SUSCRIPTOR - BUSCA EL LIMITE DEL SUSCRIPTOR
006380* Un suscriptor que no este en la tabla toma el limite por
006390* omision.
006400*-------------------------------------------------------------
006410 5150-LIMITE-SUSCRIPTOR.
006420         MOVE PEN-SUSCRIPTOR TO WS-SUSCRIPTOR-DIAS.
006430         MOVE WS-DIAS-OMISION TO WS-DIAS-ENVEJ.
006440         PERFORM 5155-BUSCAR-SUSCRIPTOR THRU 5155-EXIT
006450                VARYING WS-IDX-SUB FROM 1 BY 1
006460                UNTIL WS-IDX-SUB > WS-TOTAL-SUSC.
006470 5150-EXIT.
006480         EXIT.

006490*-------------------------------------------------------------
006500* 5155-BUSCAR-SUSCRIPTOR - COMPARA UNA ENTRADA DE LA TABLA
006510*-------------------------------------------------------------
006520 5155-BUSCAR-SUSCRIPTOR.
006530         IF TAB-SUB-ID (WS-IDX-SUB) = PEN-SUSCRIPTOR
006540                MOVE TAB-SUB-DIAS (WS-IDX-SUB) TO WS-DIAS-ENVEJ
006550                MOVE WS-TOTAL-SUSC TO WS-IDX-SUB
006560         END-IF.
006570 5155-EXIT.
006580         EXIT.

006590*-------------------------------------------------------------
006600* 5160-DIAS-TRANSCURRIDOS - DIAS HABILES DESDE EL CORTE
006610* Es la diferencia entre el consecutivo de dia habil de la
006620* fecha de negocio y el de la fecha de corte del pendiente.
006630* Un corte anterior al calendario cuenta desde el principio
006640* del calendario, asi que siempre sale vencido.
006650*-------------------------------------------------------------
006660 5160-DIAS-TRANSCURRIDOS.
006670         MOVE PEN-FECHA-CORTE TO CAL-FECHA.
006680         READ NOMBRE-CALEN
006690                INVALID KEY
006700                       MOVE ZERO TO CAL-NUM-HABIL
006710         END-READ.
006720         COMPUTE WS-DIAS-TRANSCURRIDOS =
006730                WS-HABIL-NEGOCIO - CAL-NUM-HABIL.
006740 5160-EXIT.
006750         EXIT.

006760*-------------------------------------------------------------
006770* 9600-OBTENER-FECHA-NEGOCIO - TOMA LA FECHA DE NEGOCIO DEL
006780* CALENDARIO NOMBRE-CALEN
006790* Es la fecha del sistema, o la de FECHANEG cuando operaciones
006800* pone al corriente un dia atrasado; en ambos casos debe ser
006810* dia habil en el calendario y seguir a la ultima fecha de
006820* negocio terminada en el control de corridas.
006830*-------------------------------------------------------------
006840 9600-OBTENER-FECHA-NEGOCIO.
006850         ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
006860         MOVE WS-FECHA-SISTEMA TO WS-FECHA-CORRIDA.
006870         ACCEPT WS-FECHA-NEG-PARM FROM ENVIRONMENT "FECHANEG".
006880         IF WS-FECHA-NEG-PARM NOT = SPACES
006890                IF WS-FECHA-NEG-PARM IS NOT NUMERIC
006900                       DISPLAY "ERROR: FECHANEG invalida: "
006910                              WS-FECHA-NEG-PARM
006920                       MOVE 8 TO WS-RETORNO
006930                       GO TO 9600-EXIT
006940                END-IF
006950                MOVE WS-FECHA-NEG-PARM TO WS-FECHA-CORRIDA
006960                IF WS-FECHA-CORRIDA
006970                       GREATER THAN WS-FECHA-SISTEMA
006980                       DISPLAY "ERROR: FECHANEG posterior a hoy: "
006990                              WS-FECHA-CORRIDA
007000                       MOVE 8 TO WS-RETORNO
007010                       GO TO 9600-EXIT
007020                END-IF
007030         END-IF.
007040         OPEN INPUT NOMBRE-CALEN.
007050         IF WS-STAT-CALEN NOT = "00"
007060                DISPLAY "ERROR: calendario de dias habiles no "
007070                       "disponible, status " WS-STAT-CALEN
007080                MOVE 8 TO WS-RETORNO
007090                GO TO 9600-EXIT
007100         END-IF.
007110         MOVE WS-FECHA-CORRIDA TO CAL-FECHA.
007120         READ NOMBRE-CALEN
007130                INVALID KEY
007140                       DISPLAY "ERROR: fecha sin calendario: "
007150                              WS-FECHA-CORRIDA
007160                       DISPLAY "Genere el anio con "
007170                              "MANTENIMIENTO-CALENDARIO"
007180                       MOVE 8 TO WS-RETORNO
007190                NOT INVALID KEY
007200                       IF NOT CAL-HABIL
007210                              DISPLAY "ERROR: " WS-FECHA-CORRIDA
007220                                     " es dia inhabil: "
007230                                     CAL-DESCRIPCION
007240                              DISPLAY "El flujo nocturno no "
007250                                     "corre en dia inhabil"
007260                              MOVE 8 TO WS-RETORNO
007270                       END-IF
007280         END-READ.
007290         IF WS-RETORNO NOT GREATER THAN 4
007300                MOVE CAL-NUM-HABIL TO WS-HABIL-NEGOCIO
007310                PERFORM 9650-VERIFICAR-SECUENCIA THRU 9650-EXIT
007320         END-IF.
007330         CLOSE NOMBRE-CALEN.
007340 9600-EXIT.
007350         EXIT.

007360*-------------------------------------------------------------
007370* 9650-VERIFICAR-SECUENCIA - EXIGE QUE LA FECHA DE NEGOCIO
007380* SIGA A LA ULTIMA TERMINADA
007390* La fecha de negocio anterior mas reciente con alguna corrida
007400* terminada en NOMBRE-RUNCTL debe ser el dia habil previo del
007410* calendario; si no, quedo un dia habil sin procesar y la
007420* corrida se detiene hasta ponerlo al corriente.
007430*-------------------------------------------------------------
007440 9650-VERIFICAR-SECUENCIA.
007450         MOVE ZERO TO WS-ULTIMA-TERMINADA.
007460         MOVE "N" TO WS-FIN-BUSQUEDA.
007470         OPEN INPUT NOMBRE-RUNCTL.
007480         IF WS-STAT-RUNCT NOT = "00"
007490                DISPLAY "AVISO: sin control de corridas previo; "
007500                       "no se verifica la secuencia de fechas"
007510                GO TO 9650-EXIT
007520         END-IF.
007530         MOVE LOW-VALUES TO RUN-LLAVE.
007540         START NOMBRE-RUNCTL
007550                KEY IS NOT LESS THAN RUN-LLAVE
007560                INVALID KEY
007570                       SET FIN-BUSQUEDA TO TRUE
007580         END-START.
007590         PERFORM 9660-BUSCAR-TERMINADA THRU 9660-EXIT
007600                UNTIL FIN-BUSQUEDA.
007610         CLOSE NOMBRE-RUNCTL.
007620         IF WS-ULTIMA-TERMINADA = ZERO
007630                DISPLAY "AVISO: no hay fecha de negocio "
007640                       "terminada anterior; no se verifica la "
007650                       "secuencia"
007660                GO TO 9650-EXIT
007670         END-IF.
007680         MOVE WS-ULTIMA-TERMINADA TO CAL-FECHA.
007690         READ NOMBRE-CALEN
007700                INVALID KEY
007710                       MOVE ZERO TO CAL-NUM-HABIL
007720         END-READ.
007730         IF CAL-NUM-HABIL + 1 NOT = WS-HABIL-NEGOCIO
007740                DISPLAY "ERROR: la fecha de negocio "
007750                       WS-FECHA-CORRIDA
007760                       " no sigue a la ultima terminada "
007770                       WS-ULTIMA-TERMINADA
007780                DISPLAY "Ponga al corriente los dias habiles "
007790                       "intermedios con FECHANEG"
007800                MOVE 8 TO WS-RETORNO
007810         END-IF.
007820 9650-EXIT.
007830         EXIT.

007840*-------------------------------------------------------------
007850* 9660-BUSCAR-TERMINADA - RECORRE EL CONTROL DE CORRIDAS
007860* La llave empieza con la fecha de negocio y se lee hasta la
007870* de la corrida. MANTBTCH no cuenta: corre en cualquier dia.
007880*-------------------------------------------------------------
007890 9660-BUSCAR-TERMINADA.
007900         READ NOMBRE-RUNCTL NEXT RECORD
007910                AT END
007920                       SET FIN-BUSQUEDA TO TRUE
007930                       GO TO 9660-EXIT
007940         END-READ.
007950         IF RUN-FECHA-NEGOCIO NOT LESS THAN WS-FECHA-CORRIDA
007960                SET FIN-BUSQUEDA TO TRUE
007970                GO TO 9660-EXIT
007980         END-IF.
007990         IF RUN-TERMINADO AND RUN-PROGRAMA NOT = "MANTBTCH"
008000                MOVE RUN-FECHA-NEGOCIO TO WS-ULTIMA-TERMINADA
008010         END-IF.
008020 9660-EXIT.
008030         EXIT.
