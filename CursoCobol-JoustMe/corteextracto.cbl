000560*                seccion de una generacion pedida, sin
000570*                consumir generacion nueva, sin tocar el
000580*                acumulado y sin volver a grabar pendientes.
000581* 2026-10-05 JP  El registro del extracto crece a 65
000582*                posiciones con el tipo de movimiento (ver
000583*                copy EXTRACTO): los cambios, bajas y
000584*                restauraciones de MANTENIMIENTO-NOMBRES viajan
000585*                en el mismo corte que las capturas y el
000586*                pendiente de confirmacion guarda el tipo.
000587* 2026-10-12 JP  La fecha de negocio sale del calendario de
000588*                dias habiles NOMBRE-CALEN (copy CALENDARIO):
000589*                el corte no corre en dia inhabil ni para
000590*                una fecha que no siga a la ultima fecha de
000591*                negocio terminada en NOMBRE-RUNCTL. Para
000592*                poner al corriente un dia atrasado la fecha
000593*                se da en FECHANEG y pasa las mismas
000594*                validaciones.
000595*                El registro de suscriptores pasa a 42
000596*                posiciones con su limite de envejecimiento
000597*                (ver copy SUSCRIPTOR).
000598* 2026-10-15 JP  MANTBTCH ya no cuenta como fecha terminada.

000599 ENVIRONMENT DIVISION.

000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000760                ACCESS MODE IS DYNAMIC
000770                RECORD KEY IS RUN-LLAVE
000780                FILE STATUS IS WS-STAT-RUNCT.
000781         SELECT NOMBRE-CALEN ASSIGN TO "NOMCALEN"
000782                ORGANIZATION IS INDEXED
000783                ACCESS MODE IS DYNAMIC
000784                RECORD KEY IS CAL-FECHA
000785                FILE STATUS IS WS-STAT-CALEN.
000790         SELECT NOMBRE-EXREC ASSIGN TO "NOMEXREC"
000800                ORGANIZATION IS SEQUENTIAL
000810                FILE STATUS IS WS-STAT-EXREC.
001010*-----------------------------------------------------------
001020 FD  NOMBRE-EXDIA
001030             LABEL RECORDS ARE STANDARD
001040             RECORD CONTAINS 65 CHARACTERS.
001050 01  NOMBRE-EXDIA-REC                PIC X(65).

001060*-----------------------------------------------------------
001070* NOMBRE-EXGEN - Control del numero de generacion del corte
001150*-----------------------------------------------------------
001160 FD  NOMBRE-SUBSC
001170             LABEL RECORDS ARE STANDARD
001180             RECORD CONTAINS 42 CHARACTERS.
001190 COPY "copybooks/suscriptor.cpy".

001200*-----------------------------------------------------------
001230*-----------------------------------------------------------
001240 FD  NOMBRE-EXREC
001250             LABEL RECORDS ARE STANDARD
001260             RECORD CONTAINS 65 CHARACTERS.
001270 01  NOMBRE-EXREC-REC                PIC X(65).

001280*-----------------------------------------------------------
001290* NOMBRE-EXWRK - Copia de trabajo del corte en curso; se
001310*-----------------------------------------------------------
001320 FD  NOMBRE-EXWRK
001330             LABEL RECORDS ARE STANDARD
001340             RECORD CONTAINS 65 CHARACTERS.
001350 01  NOMBRE-EXWRK-REC                PIC X(65).

001360*-----------------------------------------------------------
001370* NOMBRE-PENDC - Confirmaciones pendientes por suscriptor
001460             LABEL RECORDS ARE STANDARD.
001470 COPY "copybooks/runctl.cpy".

001471*-----------------------------------------------------------
001472* NOMBRE-CALEN - Calendario de dias habiles (KSDS)
001473*-----------------------------------------------------------
001474 FD  NOMBRE-CALEN
001475             LABEL RECORDS ARE STANDARD.
001476 COPY "copybooks/calendario.cpy".

001480 WORKING-STORAGE SECTION.
001490*-----------------------------------------------------------
001500* CAMPOS DE TRABAJO
001990 77  WS-RETORNO                  PIC 9(04) COMP VALUE ZERO.
002000 77  WS-RUN-REGISTRADA           PIC X(01) VALUE "N".
002010         88  RUN-REGISTRADA                  VALUE "S".
002011 77  WS-STAT-CALEN               PIC X(02) VALUE SPACES.
002012 77  WS-FECHA-SISTEMA            PIC 9(08).
002013 77  WS-FECHA-NEG-PARM           PIC X(08) VALUE SPACES.
002014 77  WS-HABIL-NEGOCIO            PIC 9(06) VALUE ZERO.
002015 77  WS-ULTIMA-TERMINADA         PIC 9(08) VALUE ZERO.
002016 77  WS-FIN-BUSQUEDA             PIC X(01) VALUE "N".
002017         88  FIN-BUSQUEDA                    VALUE "S".
002020 01  WS-REG-SALIDA               PIC X(65).
002030 01  WS-REG-CONTROL.
002040         05  CTL-ID                      PIC X(03).
002050         05  CTL-FECHA                   PIC 9(08).
002060         05  CTL-GENERACION              PIC 9(06).
002070         05  CTL-CUENTA                  PIC 9(09).
002080         05  CTL-SUSCRIPTOR              PIC X(08).
002090         05  FILLER                      PIC X(31) VALUE SPACES.

002100 PROCEDURE DIVISION.
002110*=============================================================
002190                MOVE WS-RETORNO TO RETURN-CODE
002200                STOP RUN
002210         END-IF.
002211         PERFORM 9600-OBTENER-FECHA-NEGOCIO THRU 9600-EXIT.
002212         IF WS-RETORNO GREATER THAN 4
002213                MOVE WS-RETORNO TO RETURN-CODE
002214                STOP RUN
002215         END-IF.
002230         PERFORM 9750-VERIFICAR-PRECEDENTE THRU 9750-EXIT.
002240         IF WS-RETORNO GREATER THAN 4
002250                MOVE WS-RETORNO TO RETURN-CODE
002490*-------------------------------------------------------------
002500 1000-INICIAR.
002510         DISPLAY "CORTE-EXTRACTO: inicio del corte diario".
002530         OPEN INPUT NOMBRE-EXTR.
002540         IF NOT EXTR-OK
002550                AND WS-STAT-EXTR NOT = "35"
004150         MOVE EXT-FECHA-CAPTURA TO PEN-FECHA-CAPTURA.
004160         MOVE EXT-HORA-CAPTURA TO PEN-HORA-CAPTURA.
004170         MOVE EXT-NUM-EMPLEADO TO PEN-NUM-EMPLEADO.
004171         MOVE EXT-TIPO-MOVTO TO PEN-TIPO-MOVTO.
004180         WRITE PENDIENTE-RECORD
004190                INVALID KEY
004200                       DISPLAY "AVISO: pendiente duplicado "
007950         END-IF.
007960 2500-EXIT.
007970         EXIT.

007980*-------------------------------------------------------------
007990* 9600-OBTENER-FECHA-NEGOCIO - TOMA LA FECHA DE NEGOCIO DEL
008000* CALENDARIO NOMBRE-CALEN
008010* Es la fecha del sistema, o la de FECHANEG cuando operaciones
008020* pone al corriente un dia atrasado; en ambos casos debe ser
008030* dia habil en el calendario y seguir a la ultima fecha de
008040* negocio terminada en el control de corridas.
008050*-------------------------------------------------------------
008060 9600-OBTENER-FECHA-NEGOCIO.
008070         ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
008080         MOVE WS-FECHA-SISTEMA TO WS-FECHA-CORRIDA.
008090         ACCEPT WS-FECHA-NEG-PARM FROM ENVIRONMENT "FECHANEG".
008100         IF WS-FECHA-NEG-PARM NOT = SPACES
008110                IF WS-FECHA-NEG-PARM IS NOT NUMERIC
008120                       DISPLAY "ERROR: FECHANEG invalida: "
008130                              WS-FECHA-NEG-PARM
008140                       MOVE 8 TO WS-RETORNO
008150                       GO TO 9600-EXIT
008160                END-IF
008170                MOVE WS-FECHA-NEG-PARM TO WS-FECHA-CORRIDA
008180                IF WS-FECHA-CORRIDA
008190                       GREATER THAN WS-FECHA-SISTEMA
008200                       DISPLAY "ERROR: FECHANEG posterior a hoy: "
008210                              WS-FECHA-CORRIDA
008220                       MOVE 8 TO WS-RETORNO
008230                       GO TO 9600-EXIT
008240                END-IF
008250         END-IF.
008260         OPEN INPUT NOMBRE-CALEN.
008270         IF WS-STAT-CALEN NOT = "00"
008280                DISPLAY "ERROR: calendario de dias habiles no "
008290                       "disponible, status " WS-STAT-CALEN
008300                MOVE 8 TO WS-RETORNO
008310                GO TO 9600-EXIT
008320         END-IF.
008330         MOVE WS-FECHA-CORRIDA TO CAL-FECHA.
008340         READ NOMBRE-CALEN
008350                INVALID KEY
008360                       DISPLAY "ERROR: fecha sin calendario: "
008370                              WS-FECHA-CORRIDA
008380                       DISPLAY "Genere el anio con "
008390                              "MANTENIMIENTO-CALENDARIO"
008400                       MOVE 8 TO WS-RETORNO
008410                NOT INVALID KEY
008420                       IF NOT CAL-HABIL
008430                              DISPLAY "ERROR: " WS-FECHA-CORRIDA
008440                                     " es dia inhabil: "
008450                                     CAL-DESCRIPCION
008460                              DISPLAY "El flujo nocturno no "
008470                                     "corre en dia inhabil"
008480                              MOVE 8 TO WS-RETORNO
008490                       END-IF
008500         END-READ.
008510         IF WS-RETORNO NOT GREATER THAN 4
008520                MOVE CAL-NUM-HABIL TO WS-HABIL-NEGOCIO
008530                PERFORM 9650-VERIFICAR-SECUENCIA THRU 9650-EXIT
008540         END-IF.
008550         CLOSE NOMBRE-CALEN.
008560 9600-EXIT.
008570         EXIT.

008580*-------------------------------------------------------------
008590* 9650-VERIFICAR-SECUENCIA - EXIGE QUE LA FECHA DE NEGOCIO
008600* SIGA A LA ULTIMA TERMINADA
008610* La fecha de negocio anterior mas reciente con alguna corrida
008620* terminada en NOMBRE-RUNCTL debe ser el dia habil previo del
008630* calendario; si no, quedo un dia habil sin procesar y la
008640* corrida se detiene hasta ponerlo al corriente.
008650*-------------------------------------------------------------
008660 9650-VERIFICAR-SECUENCIA.
008670         MOVE ZERO TO WS-ULTIMA-TERMINADA.
008680         MOVE "N" TO WS-FIN-BUSQUEDA.
008690         OPEN INPUT NOMBRE-RUNCTL.
008700         IF WS-STAT-RUNCT NOT = "00"
008710                DISPLAY "AVISO: sin control de corridas previo; "
008720                       "no se verifica la secuencia de fechas"
008730                GO TO 9650-EXIT
008740         END-IF.
008750         MOVE LOW-VALUES TO RUN-LLAVE.
008760         START NOMBRE-RUNCTL
008770                KEY IS NOT LESS THAN RUN-LLAVE
008780                INVALID KEY
008790                       SET FIN-BUSQUEDA TO TRUE
008800         END-START.
008810         PERFORM 9660-BUSCAR-TERMINADA THRU 9660-EXIT
008820                UNTIL FIN-BUSQUEDA.
008830         CLOSE NOMBRE-RUNCTL.
008840         IF WS-ULTIMA-TERMINADA = ZERO
008850                DISPLAY "AVISO: no hay fecha de negocio "
008860                       "terminada anterior; no se verifica la "
008870                       "secuencia"
008880                GO TO 9650-EXIT
008890         END-IF.
008900         MOVE WS-ULTIMA-TERMINADA TO CAL-FECHA.
008910         READ NOMBRE-CALEN
008920                INVALID KEY
008930                       MOVE ZERO TO CAL-NUM-HABIL
008940         END-READ.
008950         IF CAL-NUM-HABIL + 1 NOT = WS-HABIL-NEGOCIO
008960                DISPLAY "ERROR: la fecha de negocio "
008970                       WS-FECHA-CORRIDA
008980                       " no sigue a la ultima terminada "
008990                       WS-ULTIMA-TERMINADA
009000                DISPLAY "Ponga al corriente los dias habiles "
009010                       "intermedios con FECHANEG"
009020                MOVE 8 TO WS-RETORNO
009030         END-IF.
009040 9650-EXIT.
009050         EXIT.

009060*-------------------------------------------------------------
009070* 9660-BUSCAR-TERMINADA - RECORRE EL CONTROL DE CORRIDAS
009080* La llave empieza con la fecha de negocio y se lee hasta la
009090* de la corrida. MANTBTCH no cuenta: corre en cualquier dia.
009100*-------------------------------------------------------------
009110 9660-BUSCAR-TERMINADA.
009120         READ NOMBRE-RUNCTL NEXT RECORD
009130                AT END
009140                       SET FIN-BUSQUEDA TO TRUE
009150                       GO TO 9660-EXIT
009160         END-READ.
009170         IF RUN-FECHA-NEGOCIO NOT LESS THAN WS-FECHA-CORRIDA
009180                SET FIN-BUSQUEDA TO TRUE
009190                GO TO 9660-EXIT
009200         END-IF.
009210         IF RUN-TERMINADO AND RUN-PROGRAMA NOT = "MANTBTCH"
009220                MOVE RUN-FECHA-NEGOCIO TO WS-ULTIMA-TERMINADA
009230         END-IF.
009240 9660-EXIT.
009250         EXIT.
