000010* Conversion unica de los pendientes de confirmacion al layout
000020* nuevo
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. CONVIERTE-PENDIENTES.
000050 AUTHOR. J. PINEDA.
000060 INSTALLATION. TALLER COBOL.
000070 DATE-WRITTEN. 2026-10-15.
000080 DATE-COMPILED.

000090*-----------------------------------------------------------
000100* HISTORIAL DE MODIFICACIONES
000110*-----------------------------------------------------------
000120* 2026-10-15 JP  Version original: conversion por unica vez
000130*                de los pendientes de confirmacion NOMBRE-PENDC
000140*                del registro viejo de 86 posiciones al nuevo
000150*                de 87 (copy PENDCONF). Las primeras 86
000160*                posiciones pasan tal cual y el tipo de
000170*                movimiento, que no existia, queda en "A": todo
000180*                lo entregado antes del cambio fue una captura.
000190*                Se corre una sola vez antes de volver a usar
000200*                los pendientes con los programas del layout
000210*                nuevo.

000220 ENVIRONMENT DIVISION.

000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250         SELECT NOMBRE-PENDC-V ASSIGN TO "NOMPENDV"
000260                ORGANIZATION IS INDEXED
000270                ACCESS MODE IS SEQUENTIAL
000280                RECORD KEY IS PENV-LLAVE
000290                FILE STATUS IS WS-STAT-VIEJO.
000300         SELECT NOMBRE-PENDC-N ASSIGN TO "NOMPENDN"
000310                ORGANIZATION IS INDEXED
000320                ACCESS MODE IS SEQUENTIAL
000330                RECORD KEY IS PEN-LLAVE
000340                FILE STATUS IS WS-STAT-NUEVO.

000350 DATA DIVISION.
000360 FILE SECTION.
000370*-----------------------------------------------------------
000380* NOMBRE-PENDC-V - Pendientes viejos de 86 posiciones (entrada)
000390*-----------------------------------------------------------
000400 FD  NOMBRE-PENDC-V
000410             LABEL RECORDS ARE STANDARD
000420             RECORD CONTAINS 86 CHARACTERS.
000430 01  NOMBRE-PENV-REC.
000440         05  PENV-LLAVE                  PIC X(18).
000450         05  FILLER                      PIC X(68).

000460*-----------------------------------------------------------
000470* NOMBRE-PENDC-N - Pendientes nuevos de 87 posiciones (salida)
000480*-----------------------------------------------------------
000490 FD  NOMBRE-PENDC-N
000500             LABEL RECORDS ARE STANDARD
000510             RECORD CONTAINS 87 CHARACTERS.
000520 COPY "copybooks/pendconf.cpy".

000530 WORKING-STORAGE SECTION.
000540*-----------------------------------------------------------
000550* CAMPOS DE TRABAJO
000560*-----------------------------------------------------------
000570 77  WS-STAT-VIEJO               PIC X(02) VALUE SPACES.
000580         88  VIEJO-OK                        VALUE "00".
000590 77  WS-STAT-NUEVO               PIC X(02) VALUE SPACES.
000600         88  NUEVO-OK                        VALUE "00".
000610 77  WS-FIN-VIEJO                PIC X(01) VALUE "N".
000620         88  FIN-VIEJO                       VALUE "S".
000630 77  WS-VIEJO-ABIERTO            PIC X(01) VALUE "N".
000640         88  VIEJO-ABIERTO                   VALUE "S".
000650 77  WS-NUEVO-ABIERTO            PIC X(01) VALUE "N".
000660         88  NUEVO-ABIERTO                   VALUE "S".
000670 77  WS-CONTADOR-LEIDOS          PIC 9(07) COMP VALUE ZERO.
000680 77  WS-CONTADOR-GRABADOS        PIC 9(07) COMP VALUE ZERO.

000690 PROCEDURE DIVISION.
000700*=============================================================
000710* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
000720*=============================================================
000730 0000-MAINLINE.
000740         PERFORM 1000-INICIAR THRU 1000-EXIT.
000750         PERFORM 3000-CONVERTIR-REGISTRO THRU 3000-EXIT
000760                UNTIL FIN-VIEJO.
000770         PERFORM 9999-TERMINAR THRU 9999-EXIT.
000780         STOP RUN.

000790*-------------------------------------------------------------
000800* 1000-INICIAR - ABRE LOS DOS ARCHIVOS Y LEE EL PRIMERO
000810*-------------------------------------------------------------
000820 1000-INICIAR.
000830         DISPLAY "CONVIERTE-PENDIENTES: inicio".
000840         OPEN INPUT NOMBRE-PENDC-V.
000850         IF NOT VIEJO-OK
000860                DISPLAY "AVISO: no existen pendientes viejos"
000870                SET FIN-VIEJO TO TRUE
000880                GO TO 1000-EXIT
000890         END-IF.
000900         SET VIEJO-ABIERTO TO TRUE.
000910         OPEN OUTPUT NOMBRE-PENDC-N.
000920         IF NOT NUEVO-OK
000930                DISPLAY "ERROR: cluster nuevo no disponible, "
000940                       "status " WS-STAT-NUEVO
000950                SET FIN-VIEJO TO TRUE
000960                MOVE 8 TO RETURN-CODE
000970                GO TO 1000-EXIT
000980         END-IF.
000990         SET NUEVO-ABIERTO TO TRUE.
001000         PERFORM 2000-LEER-VIEJO THRU 2000-EXIT.
001010 1000-EXIT.
001020         EXIT.

001030*-------------------------------------------------------------
001040* 2000-LEER-VIEJO - LEE EL SIGUIENTE PENDIENTE VIEJO
001050*-------------------------------------------------------------
001060 2000-LEER-VIEJO.
001070         READ NOMBRE-PENDC-V NEXT RECORD
001080                AT END SET FIN-VIEJO TO TRUE
001090         END-READ.
001100 2000-EXIT.
001110         EXIT.

001120*-------------------------------------------------------------
001130* 3000-CONVERTIR-REGISTRO - COPIA Y COMPLETA EL REGISTRO
001140* Las primeras 86 posiciones del registro nuevo son identicas
001150* al viejo; el tipo de movimiento queda en alta. La llave no
001160* cambia, asi que el orden de lectura sirve tal cual para la
001170* carga del nuevo.
001180*-------------------------------------------------------------
001190 3000-CONVERTIR-REGISTRO.
001200         ADD 1 TO WS-CONTADOR-LEIDOS.
001210         MOVE SPACES TO PENDIENTE-RECORD.
001220         MOVE NOMBRE-PENV-REC TO PENDIENTE-RECORD (1:86).
001230         MOVE "A" TO PEN-TIPO-MOVTO.
001240         WRITE PENDIENTE-RECORD
001250                INVALID KEY
001260                       DISPLAY "ERROR: pendiente duplicado "
001270                              PEN-LLAVE
001280         END-WRITE.
001290         IF WS-STAT-NUEVO = "00"
001300                ADD 1 TO WS-CONTADOR-GRABADOS
001310         END-IF.
001320         PERFORM 2000-LEER-VIEJO THRU 2000-EXIT.
001330 3000-EXIT.
001340         EXIT.

001350*-------------------------------------------------------------
001360* 9999-TERMINAR - CIERRA ARCHIVOS Y DESPLIEGA TOTALES
001370*-------------------------------------------------------------
001380 9999-TERMINAR.
001390         IF VIEJO-ABIERTO
001400                CLOSE NOMBRE-PENDC-V
001410         END-IF.
001420         IF NUEVO-ABIERTO
001430                CLOSE NOMBRE-PENDC-N
001440         END-IF.
001450         DISPLAY "Leidos   : " WS-CONTADOR-LEIDOS.
001460         DISPLAY "Grabados : " WS-CONTADOR-GRABADOS.
001470         DISPLAY "CONVIERTE-PENDIENTES: fin".
001480 9999-EXIT.
001490         EXIT.
