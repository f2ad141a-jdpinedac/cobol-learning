000148*                NOMBRE y ARCHIVO); el registro archivado
000150*                lleva el numero y el nombre queda como llave
000152*                alterna con duplicados en el historico.
000153* 2026-10-11 JP  Cada baja del maestro se anota en el diario
000154*                NOMBRE-DIARIO (copy DIARIO) con la imagen del
000155*                registro purgado y operador BATCH.
000156* 2026-10-12 JP  La fecha de negocio sale del calendario de
000157*                dias habiles NOMBRE-CALEN (copy CALENDARIO):
000158*                la purga no corre en dia inhabil ni para
000159*                una fecha que no siga a la ultima fecha de
000160*                negocio terminada en NOMBRE-RUNCTL. Para
000161*                poner al corriente un dia atrasado la fecha
000162*                se da en FECHANEG y pasa las mismas
000163*                validaciones.
000164* 2026-10-15 JP  Las corridas de MANTBTCH ya no cuentan como
000165*                ultima fecha de negocio terminada.

000180 ENVIRONMENT DIVISION.

000250                ALTERNATE RECORD KEY IS NOM-APELLIDO-PATERNO
000260                       WITH DUPLICATES
000270                FILE STATUS IS WS-STAT-MASTER.
000271         SELECT NOMBRE-CALEN ASSIGN TO "NOMCALEN"
000272                ORGANIZATION IS INDEXED
000273                ACCESS MODE IS DYNAMIC
000274                RECORD KEY IS CAL-FECHA
000275                FILE STATUS IS WS-STAT-CALEN.
000280         SELECT NOMBRE-ARCH ASSIGN TO "NOMARCH"
000290                ORGANIZATION IS INDEXED
000291                ACCESS MODE IS DYNAMIC
000295                ALTERNATE RECORD KEY IS ARC-APELLIDO-PATERNO
000296                       WITH DUPLICATES
000300                FILE STATUS IS WS-STAT-ARCH.
000301         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000302                ORGANIZATION IS SEQUENTIAL
000303                FILE STATUS IS WS-STAT-DIARIO.
000310         SELECT PURGA-RPT ASSIGN TO "PURRPT"
000320                ORGANIZATION IS SEQUENTIAL
000330                FILE STATUS IS WS-STAT-RPT.
000400             LABEL RECORDS ARE STANDARD.
000410 COPY "copybooks/nombre.cpy".

000411*-----------------------------------------------------------
000412* NOMBRE-CALEN - Calendario de dias habiles (KSDS)
000413*-----------------------------------------------------------
000414 FD  NOMBRE-CALEN
000415             LABEL RECORDS ARE STANDARD.
000416 COPY "copybooks/calendario.cpy".

000420*-----------------------------------------------------------
000430* NOMBRE-ARCH - Archivo historico de registros purgados (KSDS)
000440*-----------------------------------------------------------
000460             LABEL RECORDS ARE STANDARD.
000480 COPY "copybooks/archivo.cpy".

000481*-----------------------------------------------------------
000482* NOMBRE-DIARIO - Diario de actualizaciones del maestro
000483*-----------------------------------------------------------
000484 FD  NOMBRE-DIARIO
000485             LABEL RECORDS ARE STANDARD
000486             RECORD CONTAINS 290 CHARACTERS.
000487 COPY "copybooks/diario.cpy".

000490*-----------------------------------------------------------
000500* PURGA-RPT - Reporte de purga para operaciones
000510*-----------------------------------------------------------
001000 77  WS-STAT-MASTER              PIC X(02) VALUE SPACES.
001010         88  MASTER-OK                       VALUE "00".
001020 77  WS-STAT-ARCH                PIC X(02) VALUE SPACES.
001021 77  WS-STAT-CALEN               PIC X(02) VALUE SPACES.
001030 77  WS-STAT-RPT                 PIC X(02) VALUE SPACES.
001031 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
001032 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
001033 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
001040 77  WS-FIN-MAESTRO              PIC X(01) VALUE "N".
001050         88  FIN-MAESTRO                     VALUE "S".
001051 77  WS-MAESTRO-ABIERTO          PIC X(01) VALUE "N".
001052         88  MAESTRO-ABIERTO                 VALUE "S".
001060 77  WS-FECHA-CORRIDA            PIC 9(08).
001061 77  WS-FECHA-SISTEMA            PIC 9(08).
001062 77  WS-FECHA-NEG-PARM           PIC X(08) VALUE SPACES.
001063 77  WS-HABIL-NEGOCIO            PIC 9(06) VALUE ZERO.
001064 77  WS-ULTIMA-TERMINADA         PIC 9(08) VALUE ZERO.
001065 77  WS-FIN-BUSQUEDA             PIC X(01) VALUE "N".
001066         88  FIN-BUSQUEDA                    VALUE "S".
001070 77  WS-FECHA-CORTE              PIC X(08).
001080 77  WS-NUM-PAGINA               PIC 9(03) COMP VALUE 1.
001090 77  WS-LINEAS-EN-PAGINA         PIC 9(02) COMP VALUE ZERO.
001150*=============================================================
001160* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
001170*=============================================================
001171 0000-MAINLINE.
001172         PERFORM 9600-OBTENER-FECHA-NEGOCIO THRU 9600-EXIT.
001173         IF WS-RETORNO GREATER THAN 4
001174                MOVE WS-RETORNO TO RETURN-CODE
001175                STOP RUN
001176         END-IF.
001182         PERFORM 9700-REGISTRAR-INICIO THRU 9700-EXIT.
001183         IF WS-RETORNO GREATER THAN 4
001184                MOVE WS-RETORNO TO RETURN-CODE
001290*-------------------------------------------------------------
001300 1000-INICIAR.
001310         DISPLAY "PURGA-NOMBRES: inicio de la purga".
001321         OPEN OUTPUT PURGA-RPT.
001330         DISPLAY "Fecha de corte de retencion (AAAAMMDD): ".
001340         ACCEPT WS-FECHA-CORTE.
002150                DISPLAY "El registro se conserva en el maestro"
002160                GO TO 3100-EXIT
002170         END-IF.
002171         MOVE NOMBRE-RECORD TO WS-DIARIO-ANTES.
002180         DELETE NOMBRE-MASTER RECORD.
002181         IF WS-STAT-MASTER = "00"
002182                MOVE "B" TO WS-DIARIO-TIPO
002183                PERFORM 3300-GRABAR-DIARIO THRU 3300-EXIT
002184         END-IF.
002190         ADD 1 TO WS-CONT-ARCHIVADOS.
002200         PERFORM 3200-IMPRIMIR-DETALLE THRU 3200-EXIT.
002210 3100-EXIT.
003640         CLOSE NOMBRE-RUNCTL.
003650 9800-EXIT.
003660         EXIT.

003670*-------------------------------------------------------------
003680* 3300-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
003690* MAESTRO, CREANDOLO SI NO EXISTE
003700* Lleva la imagen anterior que dejo guardada quien llama y la
003710* posterior tal como quedo el registro (en blanco en una baja).
003720*-------------------------------------------------------------
003730 3300-GRABAR-DIARIO.
003740         OPEN EXTEND NOMBRE-DIARIO.
003750         IF WS-STAT-DIARIO = "35"
003760                OPEN OUTPUT NOMBRE-DIARIO
003770                CLOSE NOMBRE-DIARIO
003780                OPEN EXTEND NOMBRE-DIARIO
003790         END-IF.
003800         MOVE SPACES TO DIARIO-RECORD.
003810         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
003820         ACCEPT DIA-HORA-MOVTO FROM TIME.
003830         MOVE "PURGA-NOMBRES" TO DIA-PROGRAMA.
003840         MOVE "BATCH   " TO DIA-OPERADOR.
003850         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
003860         MOVE NOM-NUM-EMPLEADO TO DIA-NUM-EMPLEADO.
003870         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
003880         IF NOT DIA-BAJA
003890                MOVE NOMBRE-RECORD TO DIA-IMAGEN-DESPUES
003900         END-IF.
003910         WRITE DIARIO-RECORD.
003920         CLOSE NOMBRE-DIARIO.
003930 3300-EXIT.
003940         EXIT.

003950*-------------------------------------------------------------
003960* 9600-OBTENER-FECHA-NEGOCIO - TOMA LA FECHA DE NEGOCIO DEL
003970* CALENDARIO NOMBRE-CALEN
003980* Es la fecha del sistema, o la de FECHANEG cuando operaciones
003990* pone al corriente un dia atrasado; en ambos casos debe ser
004000* dia habil en el calendario y seguir a la ultima fecha de
004010* negocio terminada en el control de corridas.
004020*-------------------------------------------------------------
004030 9600-OBTENER-FECHA-NEGOCIO.
004040         ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
004050         MOVE WS-FECHA-SISTEMA TO WS-FECHA-CORRIDA.
004060         ACCEPT WS-FECHA-NEG-PARM FROM ENVIRONMENT "FECHANEG".
004070         IF WS-FECHA-NEG-PARM NOT = SPACES
004080                IF WS-FECHA-NEG-PARM IS NOT NUMERIC
004090                       DISPLAY "ERROR: FECHANEG invalida: "
004100                              WS-FECHA-NEG-PARM
004110                       MOVE 8 TO WS-RETORNO
004120                       GO TO 9600-EXIT
004130                END-IF
004140                MOVE WS-FECHA-NEG-PARM TO WS-FECHA-CORRIDA
004150                IF WS-FECHA-CORRIDA
004160                       GREATER THAN WS-FECHA-SISTEMA
004170                       DISPLAY "ERROR: FECHANEG posterior a hoy: "
004180                              WS-FECHA-CORRIDA
004190                       MOVE 8 TO WS-RETORNO
004200                       GO TO 9600-EXIT
004210                END-IF
004220         END-IF.
004230         OPEN INPUT NOMBRE-CALEN.
004240         IF WS-STAT-CALEN NOT = "00"
004250                DISPLAY "ERROR: calendario de dias habiles no "
004260                       "disponible, status " WS-STAT-CALEN
004270                MOVE 8 TO WS-RETORNO
004280                GO TO 9600-EXIT
004290         END-IF.
004300         MOVE WS-FECHA-CORRIDA TO CAL-FECHA.
004310         READ NOMBRE-CALEN
004320                INVALID KEY
004330                       DISPLAY "ERROR: fecha sin calendario: "
004340                              WS-FECHA-CORRIDA
004350                       DISPLAY "Genere el anio con "
004360                              "MANTENIMIENTO-CALENDARIO"
004370                       MOVE 8 TO WS-RETORNO
004380                NOT INVALID KEY
004390                       IF NOT CAL-HABIL
004400                              DISPLAY "ERROR: " WS-FECHA-CORRIDA
004410                                     " es dia inhabil: "
004420                                     CAL-DESCRIPCION
004430                              DISPLAY "El flujo nocturno no "
004440                                     "corre en dia inhabil"
004450                              MOVE 8 TO WS-RETORNO
004460                       END-IF
004470         END-READ.
004480         IF WS-RETORNO NOT GREATER THAN 4
004490                MOVE CAL-NUM-HABIL TO WS-HABIL-NEGOCIO
004500                PERFORM 9650-VERIFICAR-SECUENCIA THRU 9650-EXIT
004510         END-IF.
004520         CLOSE NOMBRE-CALEN.
004530 9600-EXIT.
004540         EXIT.

004550*-------------------------------------------------------------
004560* 9650-VERIFICAR-SECUENCIA - EXIGE QUE LA FECHA DE NEGOCIO
004570* SIGA A LA ULTIMA TERMINADA
004580* La fecha de negocio anterior mas reciente con alguna corrida
004590* terminada en NOMBRE-RUNCTL debe ser el dia habil previo del
004600* calendario; si no, quedo un dia habil sin procesar y la
004610* corrida se detiene hasta ponerlo al corriente.
004620*-------------------------------------------------------------
004630 9650-VERIFICAR-SECUENCIA.
004640         MOVE ZERO TO WS-ULTIMA-TERMINADA.
004650         MOVE "N" TO WS-FIN-BUSQUEDA.
004660         OPEN INPUT NOMBRE-RUNCTL.
004670         IF WS-STAT-RUNCT NOT = "00"
004680                DISPLAY "AVISO: sin control de corridas previo; "
004690                       "no se verifica la secuencia de fechas"
004700                GO TO 9650-EXIT
004710         END-IF.
004720         MOVE LOW-VALUES TO RUN-LLAVE.
004730         START NOMBRE-RUNCTL
004740                KEY IS NOT LESS THAN RUN-LLAVE
004750                INVALID KEY
004760                       SET FIN-BUSQUEDA TO TRUE
004770         END-START.
004780         PERFORM 9660-BUSCAR-TERMINADA THRU 9660-EXIT
004790                UNTIL FIN-BUSQUEDA.
004800         CLOSE NOMBRE-RUNCTL.
004810         IF WS-ULTIMA-TERMINADA = ZERO
004820                DISPLAY "AVISO: no hay fecha de negocio "
004830                       "terminada anterior; no se verifica la "
004840                       "secuencia"
004850                GO TO 9650-EXIT
004860         END-IF.
004870         MOVE WS-ULTIMA-TERMINADA TO CAL-FECHA.
004880         READ NOMBRE-CALEN
004890                INVALID KEY
004900                       MOVE ZERO TO CAL-NUM-HABIL
004910         END-READ.
004920         IF CAL-NUM-HABIL + 1 NOT = WS-HABIL-NEGOCIO
004930                DISPLAY "ERROR: la fecha de negocio "
004940                       WS-FECHA-CORRIDA
004950                       " no sigue a la ultima terminada "
004960                       WS-ULTIMA-TERMINADA
004970                DISPLAY "Ponga al corriente los dias habiles "
004980                       "intermedios con FECHANEG"
004990                MOVE 8 TO WS-RETORNO
005000         END-IF.
005010 9650-EXIT.
005020         EXIT.

005030*-------------------------------------------------------------
005040* 9660-BUSCAR-TERMINADA - RECORRE EL CONTROL DE CORRIDAS
005050* La llave empieza con la fecha de negocio y se lee hasta la
005060* de la corrida. MANTBTCH no cuenta: corre en cualquier dia.
005070*-------------------------------------------------------------
005080 9660-BUSCAR-TERMINADA.
005090         READ NOMBRE-RUNCTL NEXT RECORD
005100                AT END
005110                       SET FIN-BUSQUEDA TO TRUE
005120                       GO TO 9660-EXIT
005130         END-READ.
005140         IF RUN-FECHA-NEGOCIO NOT LESS THAN WS-FECHA-CORRIDA
005150                SET FIN-BUSQUEDA TO TRUE
005160                GO TO 9660-EXIT
005170         END-IF.
005180         IF RUN-TERMINADO AND RUN-PROGRAMA NOT = "MANTBTCH"
005190                MOVE RUN-FECHA-NEGOCIO TO WS-ULTIMA-TERMINADA
005200         END-IF.
005210 9660-EXIT.
005220         EXIT.
