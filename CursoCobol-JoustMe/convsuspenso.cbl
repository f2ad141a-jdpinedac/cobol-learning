000010* Conversion unica de los suspensos al layout nuevo
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. CONVIERTE-SUSPENSOS.
000040 AUTHOR. J. PINEDA.
000050 INSTALLATION. TALLER COBOL.
000060 DATE-WRITTEN. 2026-10-10.
000070 DATE-COMPILED.

000080*-----------------------------------------------------------
000090* HISTORIAL DE MODIFICACIONES
000100*-----------------------------------------------------------
000110* 2026-10-10 JP  Version original: conversion por unica vez
000120*                de los suspensos NOMBRE-SUSP del registro
000130*                viejo de 48 posiciones al nuevo de 88 (copy
000140*                SUSPENSO). Las primeras 48 posiciones pasan
000150*                tal cual; el origen y la accion, que no
000160*                existian, quedan en blanco (suspenso de
000170*                captura) y el numero de empleado en ceros. Se
000180*                corre una sola vez antes de volver a usar los
000190*                suspensos con los programas del layout nuevo.

000200 ENVIRONMENT DIVISION.

000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230         SELECT NOMBRE-SUSP-V ASSIGN TO "NOMSUSPV"
000240                ORGANIZATION IS INDEXED
000250                ACCESS MODE IS SEQUENTIAL
000260                RECORD KEY IS SUSV-SECUENCIA
000270                FILE STATUS IS WS-STAT-VIEJO.
000280         SELECT NOMBRE-SUSP-N ASSIGN TO "NOMSUSPN"
000290                ORGANIZATION IS INDEXED
000300                ACCESS MODE IS SEQUENTIAL
000310                RECORD KEY IS SUS-SECUENCIA
000320                FILE STATUS IS WS-STAT-NUEVO.

000330 DATA DIVISION.
000340 FILE SECTION.
000350*-----------------------------------------------------------
000360* NOMBRE-SUSP-V - Suspensos viejos de 48 posiciones (entrada)
000370*-----------------------------------------------------------
000380 FD  NOMBRE-SUSP-V
000390             LABEL RECORDS ARE STANDARD
000400             RECORD CONTAINS 48 CHARACTERS.
000410 01  NOMBRE-SUSV-REC.
000420         05  SUSV-SECUENCIA              PIC 9(07).
000430         05  FILLER                      PIC X(41).

000440*-----------------------------------------------------------
000450* NOMBRE-SUSP-N - Suspensos nuevos de 88 posiciones (salida)
000460*-----------------------------------------------------------
000470 FD  NOMBRE-SUSP-N
000480             LABEL RECORDS ARE STANDARD
000490             RECORD CONTAINS 88 CHARACTERS.
000500 COPY "copybooks/suspenso.cpy".

000510 WORKING-STORAGE SECTION.
000520*-----------------------------------------------------------
000530* CAMPOS DE TRABAJO
000540*-----------------------------------------------------------
000550 77  WS-STAT-VIEJO               PIC X(02) VALUE SPACES.
000560         88  VIEJO-OK                        VALUE "00".
000570 77  WS-STAT-NUEVO               PIC X(02) VALUE SPACES.
000580 77  WS-FIN-VIEJO                PIC X(01) VALUE "N".
000590         88  FIN-VIEJO                       VALUE "S".
000600 77  WS-CONTADOR-LEIDOS          PIC 9(07) COMP VALUE ZERO.
000610 77  WS-CONTADOR-GRABADOS        PIC 9(07) COMP VALUE ZERO.

000620 PROCEDURE DIVISION.
000630*=============================================================
000640* 0000-MAINLINE - CONTROL PRINCIPAL DEL PROGRAMA
000650*=============================================================
000660 0000-MAINLINE.
000670         PERFORM 1000-INICIAR THRU 1000-EXIT.
000680         PERFORM 3000-CONVERTIR-REGISTRO THRU 3000-EXIT
000690                UNTIL FIN-VIEJO.
000700         PERFORM 9999-TERMINAR THRU 9999-EXIT.
000710         STOP RUN.

000720*-------------------------------------------------------------
000730* 1000-INICIAR - ABRE LOS DOS ARCHIVOS Y LEE EL PRIMERO
000740*-------------------------------------------------------------
000750 1000-INICIAR.
000760         DISPLAY "CONVIERTE-SUSPENSOS: inicio".
000770         OPEN INPUT NOMBRE-SUSP-V.
000780         IF NOT VIEJO-OK
000790                DISPLAY "AVISO: no existen suspensos viejos"
000800                SET FIN-VIEJO TO TRUE
000810                GO TO 1000-EXIT
000820         END-IF.
000830         OPEN OUTPUT NOMBRE-SUSP-N.
000840         PERFORM 2000-LEER-VIEJO THRU 2000-EXIT.
000850 1000-EXIT.
000860         EXIT.

000870*-------------------------------------------------------------
000880* 2000-LEER-VIEJO - LEE EL SIGUIENTE SUSPENSO VIEJO
000890*-------------------------------------------------------------
000900 2000-LEER-VIEJO.
000910         READ NOMBRE-SUSP-V NEXT RECORD
000920                AT END SET FIN-VIEJO TO TRUE
000930         END-READ.
000940 2000-EXIT.
000950         EXIT.

000960*-------------------------------------------------------------
000970* 3000-CONVERTIR-REGISTRO - COPIA Y COMPLETA EL REGISTRO
000980* Las primeras 48 posiciones del registro nuevo son identicas
000990* al viejo; lo que no existia queda en blanco y el numero de
001000* empleado en ceros. La llave no cambia, asi que el orden de
001010* lectura sirve tal cual para la carga del nuevo.
001020*-------------------------------------------------------------
001030 3000-CONVERTIR-REGISTRO.
001040         ADD 1 TO WS-CONTADOR-LEIDOS.
001050         MOVE SPACES TO SUSPENSO-RECORD.
001060         MOVE NOMBRE-SUSV-REC TO SUSPENSO-RECORD (1:48).
001070         MOVE ZERO TO SUS-NUM-EMPLEADO.
001080         WRITE SUSPENSO-RECORD
001090                INVALID KEY
001100                       DISPLAY "ERROR: suspenso duplicado "
001110                              SUS-SECUENCIA
001120         END-WRITE.
001130         IF WS-STAT-NUEVO = "00"
001140                ADD 1 TO WS-CONTADOR-GRABADOS
001150         END-IF.
001160         PERFORM 2000-LEER-VIEJO THRU 2000-EXIT.
001170 3000-EXIT.
001180         EXIT.

001190*-------------------------------------------------------------
001200* 9999-TERMINAR - CIERRA ARCHIVOS Y DESPLIEGA TOTALES
001210*-------------------------------------------------------------
001220 9999-TERMINAR.
001230         CLOSE NOMBRE-SUSP-V.
001240         CLOSE NOMBRE-SUSP-N.
001250         DISPLAY "Leidos   : " WS-CONTADOR-LEIDOS.
001260         DISPLAY "Grabados : " WS-CONTADOR-GRABADOS.
001270         DISPLAY "CONVIERTE-SUSPENSOS: fin".
001280 9999-EXIT.
001290         EXIT.
