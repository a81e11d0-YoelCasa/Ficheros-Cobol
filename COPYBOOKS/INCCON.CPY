000100******************************************************************
000200*    COPYBOOK.....: INCCON.CPY
000300*    DESCRIPCION..: TABLA DE CONCEPTOS DE LAS INCIDENCIAS DE
000400*                   NOMINA Y UMBRAL DE APROBACION. PARA CADA
000500*                   CONCEPTO: CODIGO, DESCRIPCION, UNIDAD ("C" SI
000600*                   SE CAPTURA UNA CANTIDAD DE HORAS, NOCHES O
000700*                   DIAS, QUE SE VALORA AL PRECIO UNITARIO DE LA
000800*                   TABLA, O "I" SI SE CAPTURA DIRECTAMENTE EL
000900*                   IMPORTE) E
001000*                   IMPORTE MAXIMO ADMITIDO EN UNA INCIDENCIA. UNA
001100*                   INCIDENCIA CUYO IMPORTE SUPERA EL UMBRAL QUEDA
001200*                   PENDIENTE DE APROBACION POR UN SUPERVISOR EN
001300*                   EMPAPROB Y NO SE EXTRAE PARA NOMINA HASTA
001400*                   ENTONCES. LO USAN INCMANT, EMPAPROB E INCEXT.
001500*    AUTOR........: DEPARTAMENTO DE PROCESO DE DATOS
001600*
001700*    HISTORIAL DE MODIFICACIONES
001800*    FECHA       AUTOR   DESCRIPCION
001900*    ----------  ------  ------------------------------------
002000*    2026-10-15  JCR     CREACION DEL COPYBOOK.
002100******************************************************************
002200 01  INC-UMBRAL-APROBACION           PIC 9(07)V99 VALUE 1000.
002300
002400 01  TABLA-CONCEPTOS-VALORES.
002500     05 FILLER                       PIC X(40) VALUE
002600        "HEXHORAS EXTRA         C0001500000150000".
002700     05 FILLER                       PIC X(40) VALUE
002800        "NOCPLUS NOCTURNIDAD    C0002000000060000".
002900     05 FILLER                       PIC X(40) VALUE
003000        "DIEDIETAS              C0004000000120000".
003100     05 FILLER                       PIC X(40) VALUE
003200        "COMCOMISIONES          I0000000000600000".
003300     05 FILLER                       PIC X(40) VALUE
003400        "GRAGRATIFICACION UNICA I0000000000300000".
003500 01  TABLA-CONCEPTOS REDEFINES TABLA-CONCEPTOS-VALORES.
003600     05 TABLA-CON-ENTRADA            OCCURS 5 TIMES
003700                                     INDEXED BY TABLA-CON-IDX.
003800        10 TABLA-CON-CODIGO          PIC X(03).
003900        10 TABLA-CON-DESCRIPCION     PIC X(20).
004000        10 TABLA-CON-UNIDAD          PIC X(01).
004100           88 TABLA-CON-POR-CANTIDAD       VALUE "C".
004200           88 TABLA-CON-POR-IMPORTE        VALUE "I".
004300        10 TABLA-CON-PRECIO          PIC 9(05)V99.
004400        10 TABLA-CON-MAXIMO          PIC 9(07)V99.
004500 01  TABLA-CON-TOTAL                 PIC 9(02) COMP VALUE 5.
