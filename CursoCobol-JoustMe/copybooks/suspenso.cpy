000080*
000090* Estados: P = pendiente, C = corregido, D = descartado.
000100* Motivos: BL = nombre en blanco, CA = caracteres invalidos,
000110*          RO = fuera del padron autorizado,
000111*          AC = codigo de accion invalido, NE = numero de
000112*          empleado invalido, NM = empleado no esta en el
000113*          maestro (los tres ultimos solo en movimientos de
000114*          mantenimiento).
000115* Origen: blanco = alta rechazada por ENTRADA-BATCH,
000116*         M = movimiento de cambio o baja rechazado por
000117*         MANTENIMIENTO-BATCH; estos llevan la accion, el
000118*         numero de empleado y el motivo del movimiento tal
000119*         como venian en la transaccion.
000120*-----------------------------------------------------------
000130* 2026-08-22 JP  Version original.
000131* 2026-10-10 JP  Se agregan el origen del suspenso, la accion,
000132*                el numero de empleado y el motivo del
000133*                movimiento para los rechazos del
000134*                mantenimiento batch, y sus motivos de
000135*                rechazo. El registro pasa de 48 a 88
000136*                posiciones.

000140 01  SUSPENSO-RECORD.
000150         05  SUS-SECUENCIA               PIC 9(07).
000210             88  SUS-MOTIVO-BLANCO               VALUE "BL".
000220             88  SUS-MOTIVO-CARACTER             VALUE "CA".
000230             88  SUS-MOTIVO-PADRON               VALUE "RO".
000231             88  SUS-MOTIVO-ACCION               VALUE "AC".
000232             88  SUS-MOTIVO-NUMERO               VALUE "NE".
000233             88  SUS-MOTIVO-NO-MAESTRO           VALUE "NM".
000240         05  SUS-FECHA-RECHAZO           PIC 9(08).
000250         05  SUS-NOMBRE                  PIC X(30).
000260         05  SUS-ORIGEN                  PIC X(01).
000270             88  SUS-ORIGEN-CARGA                VALUE SPACE.
000280             88  SUS-ORIGEN-MANTENIMIENTO        VALUE "M".
000290         05  SUS-ACCION                  PIC X(01).
000300         05  SUS-NUM-EMPLEADO            PIC 9(08).
000310         05  SUS-MOTIVO-MOVTO            PIC X(30).
