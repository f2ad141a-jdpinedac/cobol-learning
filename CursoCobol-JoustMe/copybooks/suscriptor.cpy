000090*
000100* Estados: A = activo, I = inactivo (deja de recibir el
000110* extracto sin perder el rastro de sus confirmaciones).
000111*
000112* SUB-DIAS-HABILES es el limite de envejecimiento del
000113* suscriptor: CONCILIA-EXTRACTO reenvia lo que lleve ese
000114* numero de dias habiles o mas sin confirmar. En blanco o
000115* en cero se toman 3 dias habiles.
000120*-----------------------------------------------------------
000130* 2026-09-01 JP  Version original.
000131* 2026-10-12 JP  Se agrega el limite de envejecimiento en
000132*                dias habiles; el registro pasa de 39 a 42
000133*                posiciones.

000140 01  SUSCRIPTOR-RECORD.
000150         05  SUB-ID                      PIC X(08).
000170         05  SUB-ESTADO                  PIC X(01).
000180             88  SUB-ACTIVO                      VALUE "A".
000190             88  SUB-INACTIVO                    VALUE "I".
000200         05  SUB-DIAS-HABILES            PIC 9(03).
