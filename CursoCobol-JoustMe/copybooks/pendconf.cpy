000111* 2026-09-01 JP  Se agrega el numero de empleado, con el que
000112*                el reenvio regenera el detalle completo del
000113*                extracto de 64 posiciones.
000114* 2026-10-05 JP  Se agrega el tipo de movimiento del extracto
000115*                (alta, cambio, baja o restauracion), para que
000116*                el reenvio regenere el mismo movimiento que
000117*                se entrego. Los pendientes ya grabados se
000118*                pasan al registro de 87 con
000119*                CONVIERTE-PENDIENTES.

000120 01  PENDIENTE-RECORD.
000130         05  PEN-LLAVE.
000190         05  PEN-FECHA-CAPTURA           PIC 9(08).
000200         05  PEN-HORA-CAPTURA            PIC 9(08).
000210         05  PEN-NUM-EMPLEADO            PIC 9(08).
000220         05  PEN-TIPO-MOVTO              PIC X(01).
