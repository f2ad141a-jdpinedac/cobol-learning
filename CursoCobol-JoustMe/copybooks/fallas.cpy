000010*-----------------------------------------------------------
000020* FALLAS.CPY
000030* Layout comun del registro del contador de fallas de
000040* seguridad NOMBRE-FALLA (KSDS, llave clave de operador
000050* tecleada). Cada firma fallida y cada opcion negada suma
000060* uno a la clave; una firma exitosa la regresa a cero. Al
000070* llegar al maximo configurado (MAXFALLAS) el operador se
000080* pone inactivo en NOMBRE-OPER y solo un supervisor lo
000090* reactiva con MANTENIMIENTO-OPERADORES, lo que tambien
000095* regresa sus fallas a cero. Las claves que no
000100* existen en NOMBRE-OPER tambien se cuentan, para que el
000110* reporte de excepciones muestre los intentos repetidos.
000120*-----------------------------------------------------------
000130* 2026-10-08 JP  Version original.

000140 01  FALLA-RECORD.
000150         05  FAL-CLAVE                   PIC X(08).
000160         05  FAL-CONSECUTIVAS            PIC 9(03).
000170         05  FAL-FECHA-ULTIMA            PIC 9(08).
000180         05  FAL-HORA-ULTIMA             PIC 9(08).
000190         05  FAL-PROGRAMA-ULTIMO         PIC X(24).
