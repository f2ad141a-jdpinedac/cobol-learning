000140* auditoria sigan apuntando a una clave conocida).
000150*-----------------------------------------------------------
000160* 2026-09-01 JP  Version original.
000161* 2026-10-08 JP  Un operador tambien pasa a inactivo al llegar
000162*                al maximo de fallas de seguridad consecutivas
000163*                (ver copy FALLAS).

000170 01  OPERADOR-RECORD.
000180         05  OPE-ID                      PIC X(08).
