000232*                se resuelve del padron (llave alterna por
000233*                nombre) al revalidar y con el se llavea el
000234*                maestro y sale el extracto.
000235* 2026-10-05 JP  Las capturas salen al extracto marcadas con
000236*                tipo de movimiento A (alta); ver copy EXTRACTO.
000237* 2026-10-11 JP  Cada alta al maestro se anota en el diario
000238*                NOMBRE-DIARIO (copy DIARIO) con operador
000239*                BATCH.

000240 ENVIRONMENT DIVISION.

000500         SELECT REVALIDA-RPT ASSIGN TO "REVRPT"
000510                ORGANIZATION IS SEQUENTIAL
000520                FILE STATUS IS WS-STAT-RPT.
000521         SELECT NOMBRE-DIARIO ASSIGN TO "NOMDIAR"
000522                ORGANIZATION IS SEQUENTIAL
000523                FILE STATUS IS WS-STAT-DIARIO.

000530 DATA DIVISION.
000540 FILE SECTION.
000910             RECORD CONTAINS 80 CHARACTERS.
000920 01  REVALIDA-RPT-REC                PIC X(80).

000921*-----------------------------------------------------------
000922* NOMBRE-DIARIO - Diario de actualizaciones del maestro
000923*-----------------------------------------------------------
000924 FD  NOMBRE-DIARIO
000925             LABEL RECORDS ARE STANDARD
000926             RECORD CONTAINS 290 CHARACTERS.
000927 COPY "copybooks/diario.cpy".

000930 WORKING-STORAGE SECTION.
000940*-----------------------------------------------------------
000950* LINEAS DE REPORTE
001490 77  WS-SEC-EXTR-TOMADA          PIC X(01) VALUE "N".
001500         88  SEC-EXTR-TOMADA                 VALUE "S".
001501 77  WS-NUM-EMPLEADO             PIC 9(08) VALUE ZERO.
001502 77  WS-STAT-DIARIO              PIC X(02) VALUE SPACES.
001503 77  WS-DIARIO-TIPO              PIC X(01) VALUE SPACE.
001504 77  WS-DIARIO-ANTES             PIC X(112) VALUE SPACES.
001510 77  WS-NOMBRE-PROPIO            PIC X(20).
001520 77  WS-APELLIDO-PATERNO         PIC X(15).
001530 77  WS-APELLIDO-MATERNO         PIC X(15).
002810* humana).
002820*-------------------------------------------------------------
002830 5000-REENVIAR-AL-MAESTRO.
002831         MOVE SPACES TO WS-DIARIO-ANTES.
002840         MOVE WKS-NOMBRE TO NOM-NOMBRE.
002841         MOVE WS-NUM-EMPLEADO TO NOM-NUM-EMPLEADO.
002850         ACCEPT NOM-FECHA-CAPTURA FROM DATE YYYYMMDD.
002990                NOT INVALID KEY
003000                       PERFORM 4600-GRABAR-EXTRACTO
003010                              THRU 4600-EXIT
003011                       MOVE "A" TO WS-DIARIO-TIPO
003012                       PERFORM 4700-GRABAR-DIARIO THRU 4700-EXIT
003020                       MOVE "C" TO SUS-ESTADO
003030                       REWRITE SUSPENSO-RECORD
003040                       ADD 1 TO WS-CONT-REENVIADOS
004030         MOVE NOM-HORA-CAPTURA TO EXT-HORA-CAPTURA.
004040         MOVE WS-EXT-SECUENCIA TO EXT-SECUENCIA.
004041         MOVE NOM-NUM-EMPLEADO TO EXT-NUM-EMPLEADO.
004042         SET EXT-MOVTO-ALTA TO TRUE.
004050         WRITE EXTRACTO-RECORD.
004060 4600-EXIT.
004070         EXIT.
004970         DISPLAY "REVALIDA-SUSPENSOS: fin".
004980 9999-EXIT.
004990         EXIT.

005000*-------------------------------------------------------------
005010* 4700-GRABAR-DIARIO - ANOTA EL MOVIMIENTO EN EL DIARIO DEL
005020* MAESTRO, CREANDOLO SI NO EXISTE
005030* Lleva la imagen anterior que dejo guardada quien llama y la
005040* posterior tal como quedo el registro (en blanco en una baja).
005050*-------------------------------------------------------------
005060 4700-GRABAR-DIARIO.
005070         OPEN EXTEND NOMBRE-DIARIO.
005080         IF WS-STAT-DIARIO = "35"
005090                OPEN OUTPUT NOMBRE-DIARIO
005100                CLOSE NOMBRE-DIARIO
005110                OPEN EXTEND NOMBRE-DIARIO
005120         END-IF.
005130         MOVE SPACES TO DIARIO-RECORD.
005140         ACCEPT DIA-FECHA-MOVTO FROM DATE YYYYMMDD.
005150         ACCEPT DIA-HORA-MOVTO FROM TIME.
005160         MOVE "REVALIDA-SUSPENSOS" TO DIA-PROGRAMA.
005170         MOVE "BATCH   " TO DIA-OPERADOR.
005180         MOVE WS-DIARIO-TIPO TO DIA-TIPO-MOVTO.
005190         MOVE NOM-NUM-EMPLEADO TO DIA-NUM-EMPLEADO.
005200         MOVE WS-DIARIO-ANTES TO DIA-IMAGEN-ANTES.
005210         IF NOT DIA-BAJA
005220                MOVE NOMBRE-RECORD TO DIA-IMAGEN-DESPUES
005230         END-IF.
005240         WRITE DIARIO-RECORD.
005250         CLOSE NOMBRE-DIARIO.
005260 4700-EXIT.
005270         EXIT.
