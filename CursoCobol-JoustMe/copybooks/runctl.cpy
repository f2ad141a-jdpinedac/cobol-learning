000210* sin confirmar), 8 = falla dura.
000220*-----------------------------------------------------------
000230* 2026-09-01 JP  Version original.
000231* 2026-10-10 JP  MANTENIMIENTO-BATCH se registra tambien, con
000232*                programa MANTBTCH.
000233* 2026-10-15 JP  La verificacion de secuencia de fechas de
000234*                negocio no toma en cuenta las corridas de
000235*                MANTBTCH: se registran con la fecha del
000236*                sistema, que puede ser inhabil o un dia en
000237*                que no corrio el flujo nocturno.

000240 01  RUNCTL-RECORD.
000250         05  RUN-LLAVE.
