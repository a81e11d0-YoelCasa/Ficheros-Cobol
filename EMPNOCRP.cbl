002100*    FECHA       AUTOR   DESCRIPCION
002200*    ----------  ------  ------------------------------------
002300*    2026-09-01  JCR     PROGRAMA INICIAL.
002310*    2026-10-15  JCR     LA CADENA TIENE SEIS PASOS: SE AÑADE
002320*                        EMPAPLIC COMO PRIMER PASO.
002340*    2026-10-15  JCR     LA CADENA TIENE SIETE PASOS: SE AÑADE
002360*                        EMPAFIL DETRAS DE EMPEXP.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
012430*    CON LA COLUMNA EN BLANCO.
012440******************************************************************
012450 01  TABLA-PASOS.
012455     05 FILLER                PIC X(08) VALUE "EMPAPLIC".
012460     05 FILLER                PIC X(08) VALUE "EMPVERIF".
012470     05 FILLER                PIC X(08) VALUE "EMPEXP  ".
012475     05 FILLER                PIC X(08) VALUE "EMPAFIL ".
012480     05 FILLER                PIC X(08) VALUE "EMPLIST ".
012490     05 FILLER                PIC X(08) VALUE "EMPSTAT ".
012500     05 FILLER                PIC X(08) VALUE "EMPANIV ".
012510 01  TABLA-PASOS-R            REDEFINES TABLA-PASOS.
012520     05 TABLA-PASO-PROGRAMA   OCCURS 7 TIMES
012530                              PIC X(08).
012540
012550 01  NOCR-PASO-SUB            PIC 9(01) COMP VALUE ZERO.
012560
012570******************************************************************
012580*    TABLA DE LOS 7 PASOS DE LA NOCHE, RELLENADA CON LAS
012590*    ANOTACIONES DE INICIO Y FIN DEL CICLO PEDIDO.
012600******************************************************************
012700 01  TABLA-RESUMEN.
012800     05 TABLA-RES-ENTRADA     OCCURS 7 TIMES
012900                              INDEXED BY TABLA-RES-IDX.
013000        10 TABLA-RES-PROGRAMA    PIC X(08).
013100        10 TABLA-RES-HORA-INICIO PIC X(08).
013400        10 TABLA-RES-ESTADO      PIC X(01).
013500        10 TABLA-RES-OPERADOR    PIC X(08).
013600
013700 01  NOCR-TOTAL-PASOS         PIC 9(01) VALUE 7.
013800
013900 01  NOCR-CONTADORES.
014000     05 NOCR-ANOTACIONES      PIC 9(05) COMP VALUE ZERO.
