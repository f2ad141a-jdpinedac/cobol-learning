000010*-----------------------------------------------------------
000020* SOLICITUD.CPY
000030* Layout comun del registro del archivo de solicitudes de
000040* baja y restauracion NOMBRE-SOLIC (KSDS, llave fecha y hora
000050* de la solicitud mas numero de empleado). Doble control:
000060* cualquier operador firmado en MANTENIMIENTO-NOMBRES registra
000070* la solicitud con su motivo; un supervisor distinto del que
000080* la pidio la aprueba (y entonces se aplica al maestro) o la
000090* rechaza. Una solicitud que no se atiende antes de su fecha
000100* de vencimiento vence sin tocar el maestro. LISTADO-
000110* SOLICITUDES imprime a diario lo pendiente y lo resuelto.
000120*
000130* Tipos: B = baja del maestro, R = restauracion de un
000140* registro borrado (por nombre, desde NOMBRE-HIST).
000150* Estados: P = pendiente, A = aprobada y aplicada, R =
000160* rechazada, V = vencida, N = aprobada pero no aplicable (el
000170* registro ya no estaba o ya existia al momento de aplicar).
000180*-----------------------------------------------------------
000190* 2026-10-07 JP  Version original.

000200 01  SOLICITUD-RECORD.
000210         05  SOL-LLAVE.
000220                10  SOL-FECHA-SOLICITUD     PIC 9(08).
000230                10  SOL-HORA-SOLICITUD      PIC 9(08).
000240                10  SOL-NUM-EMPLEADO        PIC 9(08).
000250         05  SOL-TIPO                    PIC X(01).
000260             88  SOL-BAJA                        VALUE "B".
000270             88  SOL-RESTAURA                    VALUE "R".
000280         05  SOL-NOMBRE                  PIC X(30).
000290         05  SOL-MOTIVO                  PIC X(30).
000300         05  SOL-SOLICITANTE             PIC X(08).
000310         05  SOL-TERMINAL                PIC X(08).
000320         05  SOL-FECHA-VENCE             PIC 9(08).
000330         05  SOL-ESTADO                  PIC X(01).
000340             88  SOL-PENDIENTE                   VALUE "P".
000350             88  SOL-APROBADA                    VALUE "A".
000360             88  SOL-RECHAZADA                   VALUE "R".
000370             88  SOL-VENCIDA                     VALUE "V".
000380             88  SOL-NO-APLICADA                 VALUE "N".
000390         05  SOL-SUPERVISOR              PIC X(08).
000400         05  SOL-FECHA-RESOLUCION        PIC 9(08).
000410         05  SOL-HORA-RESOLUCION         PIC 9(08).
