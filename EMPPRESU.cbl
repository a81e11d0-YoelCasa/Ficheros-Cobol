000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPPRESU.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: EMPPRESU
000900*    DESCRIPCION..: INFORME DE DESVIACIONES SOBRE EL PRESUPUESTO
001000*                   DE PLANTILLA. COMPARA, POR DEPARTAMENTO Y POR
001100*                   CENTRO DE COSTE (DEPARTAMENTOS-CENTRO-COSTE),
001200*                   LA PLANTILLA Y LA MASA SALARIAL ANUAL
001300*                   APROBADAS EN presupuestos.csv (MANTENIDO POR
001400*                   PRESMANT) CON LOS EMPLEADOS ACTIVOS REALES DE
001500*                   empleados.csv, CON LA DIFERENCIA Y SU
001600*                   PORCENTAJE, Y SEÑALA LOS DEPARTAMENTOS QUE
001700*                   EXCEDEN EL PRESUPUESTO. AÑADE EL EFECTO DE LO
001800*                   QUE TODAVIA ESTA PENDIENTE: SOLICITUDES DE
001900*                   SALARIO Y DE BAJA SIN DECIDIR EN EMPPEND Y
002000*                   CAMBIOS DE SALARIO Y TRASLADOS PROGRAMADOS EN
002100*                   EMPPROG, PARA QUE EL SUPERVISOR VEA ANTES DE
002200*                   APROBAR SI UN CAMBIO LLEVARIA AL DEPARTAMENTO
002300*                   POR ENCIMA DEL PRESUPUESTO.
002400*                   EMPLEADOS-SALARIO ES EL SALARIO MENSUAL (COMO
002500*                   EN EMPCCEXT Y EMPPRORR); LA MASA ANUAL SE
002600*                   OBTIENE MULTIPLICANDOLO POR 12.
002700*                   PARAMETRO: AÑO DEL PRESUPUESTO (AAAA); SI NO
002800*                   SE INDICA, EL AÑO EN CURSO.
002900*
003000*    HISTORIAL DE MODIFICACIONES
003100*    FECHA       AUTOR   DESCRIPCION
003200*    ----------  ------  ------------------------------------
003300*    2026-10-15  JCR     PROGRAMA INICIAL.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
003800     DECIMAL-POINT IS COMMA.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT EMPLEADOS-ARCHIVO
004200         ASSIGN TO "g:\Usuarios\empleados.csv"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FS-STATUS.
004500
004600     SELECT DEPARTAMENTOS-ARCHIVO
004700         ASSIGN TO "g:\Usuarios\departamentos.csv"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-STATUS-DEPTOS.
005000
005100     SELECT PRESUPUESTOS-ARCHIVO
005200         ASSIGN TO "g:\Usuarios\presupuestos.csv"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-STATUS-PRESU.
005500
005600     SELECT CAMBIOS-PENDIENTES
005700         ASSIGN TO "EMPPEND"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FS-STATUS-PEND.
006000
006100     SELECT CAMBIOS-PROGRAMADOS
006200         ASSIGN TO "EMPPROG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FS-STATUS-PROG.
006500
006600     SELECT PRESUPUESTOS-LISTADO
006700         ASSIGN TO "EMPPRLIS"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FS-STATUS-LISTADO.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  EMPLEADOS-ARCHIVO.
007400 COPY EMPREG.
007500
007600 FD  DEPARTAMENTOS-ARCHIVO.
007700 COPY DEPREG.
007800
007900 FD  PRESUPUESTOS-ARCHIVO.
008000 COPY PRESREG.
008100
008200 FD  CAMBIOS-PENDIENTES.
008300 01  PEND-REGISTRO.
008400     05 PEND-ESTADO            PIC X(01).
008500        88 PEND-PENDIENTE            VALUE "P".
008600        88 PEND-APROBADO             VALUE "A".
008700        88 PEND-RECHAZADO            VALUE "R".
008800     05 FILLER                 PIC X(01).
008900     05 PEND-TIPO              PIC X(01).
009000        88 PEND-TIPO-SALARIO         VALUE "S".
009100        88 PEND-TIPO-BAJA            VALUE "B".
009200     05 FILLER                 PIC X(01).
009300     05 PEND-ID                PIC 9(05).
009400     05 FILLER                 PIC X(01).
009500     05 PEND-FECHA             PIC 9(08).
009600     05 FILLER                 PIC X(01).
009700     05 PEND-HORA              PIC 9(08).
009800     05 FILLER                 PIC X(01).
009900     05 PEND-OPERADOR          PIC X(08).
010000     05 FILLER                 PIC X(01).
010100     05 PEND-SALARIO-NUEVO     PIC 9(07)V99.
010200     05 FILLER                 PIC X(01).
010300     05 PEND-FECHA-BAJA        PIC 9(08).
010400     05 FILLER                 PIC X(01).
010500     05 PEND-MOTIVO-BAJA       PIC X(03).
010600     05 FILLER                 PIC X(01).
010700     05 PEND-SUPERVISOR        PIC X(08).
010800     05 FILLER                 PIC X(01).
010900     05 PEND-FECHA-DECISION    PIC 9(08).
011000     05 FILLER                 PIC X(01).
011100     05 PEND-HORA-DECISION     PIC 9(08).
011200     05 FILLER                 PIC X(01).
011300     05 PEND-IMAGEN-ANTES      PIC X(97).
011400     05 FILLER                 PIC X(01).
011500     05 PEND-FECHA-EFECTIVA    PIC 9(08).
011600
011700 FD  CAMBIOS-PROGRAMADOS.
011800 COPY PROGREG.
011900
012000 FD  PRESUPUESTOS-LISTADO.
012100 01  LINEA-LISTADO            PIC X(132).
012200
012300 WORKING-STORAGE SECTION.
012400******************************************************************
012500*    LINEAS DE CABECERA, SECCION, DETALLE Y RESUMEN DEL INFORME
012600******************************************************************
012700 01  LIN-CABECERA-1.
012800     05 FILLER                PIC X(31) VALUE
012900        "DESVIACIONES SOBRE PRESUPUESTO".
013000     05 FILLER                PIC X(05) VALUE "ANO: ".
013100     05 LC1-ANO               PIC 9(04).
013200     05 FILLER                PIC X(05) VALUE SPACES.
013300     05 FILLER                PIC X(07) VALUE "FECHA: ".
013400     05 LC1-FECHA             PIC 9999/99/99 VALUE ZERO.
013500     05 FILLER                PIC X(08) VALUE SPACES.
013600     05 FILLER                PIC X(08) VALUE "PAGINA: ".
013700     05 LC1-PAGINA            PIC ZZZ9.
013800
013900 01  LIN-CABECERA-2.
014000     05 FILLER                PIC X(17) VALUE "   CONCEPTO".
014100     05 FILLER                PIC X(18) VALUE
014200        "      PRESUPUESTO ".
014300     05 FILLER                PIC X(18) VALUE
014400        "             REAL ".
014500     05 FILLER                PIC X(19) VALUE
014600        "        DIFERENCIA ".
014700     05 FILLER                PIC X(09) VALUE "       % ".
014800     05 FILLER                PIC X(19) VALUE
014900        "         PENDIENTE ".
015000     05 FILLER                PIC X(20) VALUE
015100        "        PROYECTADO  ".
015200     05 FILLER                PIC X(12) VALUE "AVISO".
015300
015400 01  LIN-SECCION.
015500     05 LS-TITULO             PIC X(60).
015600
015700 01  LIN-DEPTO.
015800     05 FILLER                PIC X(07) VALUE "DEPTO: ".
015900     05 LDP-DEPTO             PIC X(03).
016000     05 FILLER                PIC X(02) VALUE SPACES.
016100     05 LDP-NOMBRE            PIC X(30).
016200     05 FILLER                PIC X(10) VALUE "  CENTRO: ".
016300     05 LDP-CENTRO            PIC 9(05).
016400     05 FILLER                PIC X(23) VALUE
016500        "  SOLICITUDES EMPPEND: ".
016600     05 LDP-SOLICITUDES       PIC ZZZZ9.
016700     05 FILLER                PIC X(23) VALUE
016800        "  PROGRAMADOS EMPPROG: ".
016900     05 LDP-PROGRAMADOS       PIC ZZZZ9.
017000
017100 01  LIN-CENTRO.
017200     05 FILLER                PIC X(17) VALUE "CENTRO DE COSTE: ".
017300     05 LCE-CENTRO            PIC 9(05).
017400     05 FILLER                PIC X(17) VALUE
017500        "  DEPARTAMENTOS: ".
017600     05 LCE-DEPTOS            PIC ZZZZ9.
017700
017800 01  LIN-PLANTILLA.
017900     05 FILLER                PIC X(03) VALUE SPACES.
018000     05 LPL-CONCEPTO          PIC X(14) VALUE "PLANTILLA".
018100     05 FILLER                PIC X(11) VALUE SPACES.
018200     05 LPL-PRESUPUESTO       PIC ZZ.ZZ9.
018300     05 FILLER                PIC X(12) VALUE SPACES.
018400     05 LPL-REAL              PIC ZZ.ZZ9.
018500     05 FILLER                PIC X(12) VALUE SPACES.
018600     05 LPL-DIFERENCIA        PIC ---.--9.
018700     05 FILLER                PIC X(01) VALUE SPACES.
018800     05 LPL-PORCENTAJE        PIC ----9,99.
018900     05 FILLER                PIC X(12) VALUE SPACES.
019000     05 LPL-PENDIENTE         PIC ---.--9.
019100     05 FILLER                PIC X(12) VALUE SPACES.
019200     05 LPL-PROYECTADO        PIC ---.--9.
019300     05 FILLER                PIC X(02) VALUE SPACES.
019400     05 LPL-AVISO             PIC X(12).
019500
019600 01  LIN-MASA.
019700     05 FILLER                PIC X(03) VALUE SPACES.
019800     05 LMS-CONCEPTO          PIC X(14) VALUE "MASA SALARIAL".
019900     05 LMS-PRESUPUESTO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
020000     05 FILLER                PIC X(01) VALUE SPACES.
020100     05 LMS-REAL              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
020200     05 FILLER                PIC X(01) VALUE SPACES.
020300     05 LMS-DIFERENCIA        PIC ---.---.---.--9,99.
020400     05 FILLER                PIC X(01) VALUE SPACES.
020500     05 LMS-PORCENTAJE        PIC ----9,99.
020600     05 FILLER                PIC X(01) VALUE SPACES.
020700     05 LMS-PENDIENTE         PIC ---.---.---.--9,99.
020800     05 FILLER                PIC X(01) VALUE SPACES.
020900     05 LMS-PROYECTADO        PIC ---.---.---.--9,99.
021000     05 FILLER                PIC X(02) VALUE SPACES.
021100     05 LMS-AVISO             PIC X(12).
021200
021300 01  LIN-RESUMEN.
021400     05 LR-TEXTO              PIC X(40).
021500     05 LR-CANTIDAD           PIC ZZZZ9.
021600
021700 01  PRSU-LINEA-SALIDA        PIC X(132) VALUE SPACES.
021800
021900******************************************************************
022000*    VARIABLES DE CONTROL DEL PROGRAMA
022100******************************************************************
022200 01  FS-STATUS                PIC X(02).
022300 01  FS-STATUS-DEPTOS         PIC X(02).
022400 01  FS-STATUS-PRESU          PIC X(02).
022500 01  FS-STATUS-PEND           PIC X(02).
022600 01  FS-STATUS-PROG           PIC X(02).
022700 01  FS-STATUS-LISTADO        PIC X(02).
022800 01  WS-FECHA-SISTEMA         PIC 9(08).
022900 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
023000     05 WS-FECHA-AAAA         PIC 9(04).
023100     05 WS-FECHA-MM           PIC 9(02).
023200     05 WS-FECHA-DD           PIC 9(02).
023300
023400 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
023500 01  WS-PARM-ANO              PIC X(04) VALUE SPACES.
023600
023700******************************************************************
023800*    AÑO DEL PRESUPUESTO Y ULTIMO DIA DE ESE AÑO: LOS CAMBIOS
023900*    PROGRAMADOS CON FECHA EFECTIVA POSTERIOR NO AFECTAN AL
024000*    EJERCICIO QUE SE ESTA COMPARANDO.
024100******************************************************************
024200 01  PRSU-FIN-EJERCICIO       PIC 9(08) VALUE ZERO.
024300 01  PRSU-FIN-EJERCICIO-R     REDEFINES PRSU-FIN-EJERCICIO.
024400     05 PRSU-ANO-PEDIDO       PIC 9(04).
024500     05 PRSU-MMDD-FIN         PIC 9(04).
024600
024700 01  CONTADORES.
024800     05 CNT-LINEAS-PAGINA     PIC 9(03) COMP VALUE ZERO.
024900     05 CNT-PAGINA            PIC 9(03) COMP VALUE ZERO.
025000     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
025100
025200 01  PRSU-CONTADORES.
025300     05 PRSU-LEIDOS           PIC 9(07) COMP VALUE ZERO.
025400     05 PRSU-ACTIVOS          PIC 9(07) COMP VALUE ZERO.
025500     05 PRSU-PRESUPUESTOS     PIC 9(05) COMP VALUE ZERO.
025600     05 PRSU-SIN-PRESUPUESTO  PIC 9(05) COMP VALUE ZERO.
025700     05 PRSU-EXCEDIDOS        PIC 9(05) COMP VALUE ZERO.
025800     05 PRSU-EXCEDERIAN       PIC 9(05) COMP VALUE ZERO.
025900     05 PRSU-PEND-SALARIO     PIC 9(05) COMP VALUE ZERO.
026000     05 PRSU-PEND-BAJA        PIC 9(05) COMP VALUE ZERO.
026100     05 PRSU-PROG-SALARIO     PIC 9(05) COMP VALUE ZERO.
026200     05 PRSU-PROG-TRASLADO    PIC 9(05) COMP VALUE ZERO.
026300     05 PRSU-PROG-POSTERIOR   PIC 9(05) COMP VALUE ZERO.
026400     05 PRSU-SIN-EMPLEADO     PIC 9(05) COMP VALUE ZERO.
026500
026600******************************************************************
026700*    EMPLEADOS ACTIVOS EN MEMORIA, PARA RESOLVER EL DEPARTAMENTO
026800*    Y EL SALARIO VIGENTE DE CADA CAMBIO PENDIENTE.
026900******************************************************************
027000 01  TABLA-EMPLEADOS.
027100     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
027200     05 TABLA-EMP-ENTRADA     OCCURS 10000 TIMES
027300                              INDEXED BY TABLA-EMP-IDX.
027400        10 TABLA-EMP-ID       PIC 9(05).
027500        10 TABLA-EMP-DEPTO    PIC X(03).
027600        10 TABLA-EMP-SALARIO  PIC 9(07)V99.
027700
027800 01  MSG-TABLA-LLENA          PIC X(60) VALUE
027900     "AVISO: tabla de empleados llena, informe incompleto.".
028000
028100******************************************************************
028200*    TABLA DE DEPARTAMENTOS CON SU CENTRO DE COSTE, SU
028300*    PRESUPUESTO DEL AÑO, SUS ACUMULADOS REALES Y EL EFECTO NETO
028400*    DE LO PENDIENTE. SE CARGA DESDE departamentos.csv Y SE
028500*    COMPLETA SOBRE LA MARCHA CON LOS CODIGOS QUE APARECEN EN EL
028600*    PRESUPUESTO, EN EL MAESTRO DE EMPLEADOS O EN UN TRASLADO
028700*    PROGRAMADO SIN ESTAR EN EL DE DEPARTAMENTOS (CENTRO 00000,
028800*    SEÑALADOS EN EL INFORME), IGUAL QUE EN EMPCCEXT.
028900******************************************************************
029000 01  TABLA-DEPTOS.
029100     05 TABLA-DEPTOS-TOTAL    PIC 9(03) COMP VALUE ZERO.
029200     05 TABLA-DEPTOS-ENTRADA  OCCURS 50 TIMES
029300                              INDEXED BY TABLA-DEPTOS-IDX.
029400        10 TABLA-DEPTOS-CODIGO      PIC X(03).
029500        10 TABLA-DEPTOS-NOMBRE      PIC X(30).
029600        10 TABLA-DEPTOS-CENTRO      PIC 9(05).
029700        10 TABLA-DEPTOS-PRESU-SW    PIC X(01).
029800           88 TABLA-DEPTOS-CON-PRESU       VALUE "S".
029900        10 TABLA-DEPTOS-PRE-PLANT   PIC 9(05).
030000        10 TABLA-DEPTOS-PRE-MASA    PIC 9(11)V99.
030100        10 TABLA-DEPTOS-REAL-PLANT  PIC 9(05) COMP.
030200        10 TABLA-DEPTOS-REAL-MASA   PIC 9(11)V99.
030300        10 TABLA-DEPTOS-PEND-PLANT  PIC S9(05) COMP.
030400        10 TABLA-DEPTOS-PEND-MASA   PIC S9(11)V99.
030500        10 TABLA-DEPTOS-SOLICITUDES PIC 9(05) COMP.
030600        10 TABLA-DEPTOS-PROGRAMADOS PIC 9(05) COMP.
030700
030800 01  MSG-DEPTOS-LLENOS        PIC X(60) VALUE
030900     "AVISO: tabla de departamentos llena, informe incompleto.".
031000
031100******************************************************************
031200*    TABLA DE CENTROS DE COSTE DISTINTOS, CONSTRUIDA A PARTIR DE
031300*    LOS DEPARTAMENTOS QUE SALEN EN EL INFORME, CON SUS TOTALES.
031400******************************************************************
031500 01  TABLA-CENTROS.
031600     05 TABLA-CEN-TOTAL       PIC 9(03) COMP VALUE ZERO.
031700     05 TABLA-CEN-ENTRADA     OCCURS 50 TIMES
031800                              INDEXED BY TABLA-CEN-IDX.
031900        10 TABLA-CEN-CENTRO         PIC 9(05).
032000        10 TABLA-CEN-DEPTOS         PIC 9(03) COMP.
032100        10 TABLA-CEN-CON-PRESU      PIC 9(03) COMP.
032200        10 TABLA-CEN-PRE-PLANT      PIC 9(07) COMP.
032300        10 TABLA-CEN-PRE-MASA       PIC 9(11)V99.
032400        10 TABLA-CEN-REAL-PLANT     PIC 9(07) COMP.
032500        10 TABLA-CEN-REAL-MASA      PIC 9(11)V99.
032600        10 TABLA-CEN-PEND-PLANT     PIC S9(07) COMP.
032700        10 TABLA-CEN-PEND-MASA      PIC S9(11)V99.
032800
032900 01  MSG-CENTROS-LLENOS       PIC X(60) VALUE
033000     "AVISO: tabla de centros llena, informe incompleto.".
033100
033200******************************************************************
033300*    TOTALES DE LA EMPRESA.
033400******************************************************************
033500 01  PRSU-EMPRESA.
033600     05 PRSU-EMP-CON-PRESU    PIC 9(03) COMP VALUE ZERO.
033700     05 PRSU-EMP-PRE-PLANT    PIC 9(07) COMP VALUE ZERO.
033800     05 PRSU-EMP-PRE-MASA     PIC 9(11)V99 VALUE ZERO.
033900     05 PRSU-EMP-REAL-PLANT   PIC 9(07) COMP VALUE ZERO.
034000     05 PRSU-EMP-REAL-MASA    PIC 9(11)V99 VALUE ZERO.
034100     05 PRSU-EMP-PEND-PLANT   PIC S9(07) COMP VALUE ZERO.
034200     05 PRSU-EMP-PEND-MASA    PIC S9(11)V99 VALUE ZERO.
034300
034400******************************************************************
034500*    CAMPOS DE TRABAJO: 4500-ESCRIBIR-CONCEPTOS IMPRIME LAS DOS
034600*    LINEAS (PLANTILLA Y MASA SALARIAL) A PARTIR DE ELLOS, SEA
034700*    UN DEPARTAMENTO, UN CENTRO O EL TOTAL DE LA EMPRESA.
034800******************************************************************
034900 01  PRSU-CONCEPTO.
035000     05 PRSU-C-PRESU-SW       PIC X(01).
035100        88 PRSU-C-CON-PRESU          VALUE "S".
035200     05 PRSU-C-PRE-PLANT      PIC 9(07) COMP.
035300     05 PRSU-C-PRE-MASA       PIC 9(11)V99.
035400     05 PRSU-C-REAL-PLANT     PIC 9(07) COMP.
035500     05 PRSU-C-REAL-MASA      PIC 9(11)V99.
035600     05 PRSU-C-PEND-PLANT     PIC S9(07) COMP.
035700     05 PRSU-C-PEND-MASA      PIC S9(11)V99.
035800     05 PRSU-C-DIF-PLANT      PIC S9(07) COMP.
035900     05 PRSU-C-DIF-MASA       PIC S9(11)V99.
036000     05 PRSU-C-PROY-PLANT     PIC S9(07) COMP.
036100     05 PRSU-C-PROY-MASA      PIC S9(11)V99.
036200     05 PRSU-C-PORCENTAJE     PIC S9(04)V99.
036300     05 PRSU-C-EXCEDE-SW      PIC X(01).
036400        88 PRSU-C-EXCEDE             VALUE "S".
036500     05 PRSU-C-EXCEDERIA-SW   PIC X(01).
036600        88 PRSU-C-EXCEDERIA          VALUE "S".
036700
036800******************************************************************
036900*    EFECTO DE UN CAMBIO PENDIENTE SOBRE UN DEPARTAMENTO.
037000******************************************************************
037100 01  PRSU-EFECTO.
037200     05 PRSU-EF-PLANT         PIC S9(05) COMP.
037300     05 PRSU-EF-MASA          PIC S9(11)V99.
037400     05 PRSU-EF-ORIGEN        PIC X(01).
037500        88 PRSU-EF-DE-EMPPEND        VALUE "P".
037600        88 PRSU-EF-DE-EMPPROG        VALUE "G".
037700
037800 01  PRSU-IDX-HALLADO         PIC 9(03) COMP VALUE ZERO.
037900 01  PRSU-IDX-EMPLEADO        PIC 9(05) COMP VALUE ZERO.
038000 01  PRSU-CENTRO-BUSCADO      PIC 9(05) VALUE ZERO.
038100 01  PRSU-ID-BUSCADO          PIC 9(05) VALUE ZERO.
038200 01  DEPTO-BUSCADO            PIC X(03).
038300
038400 01  PRSU-SWITCHES.
038500     05 PRSU-FIN-FICHERO-SW   PIC X(01) VALUE "N".
038600        88 PRSU-FIN-FICHERO          VALUE "S".
038700     05 PRSU-FIN-DEPTOS-SW    PIC X(01) VALUE "N".
038800        88 PRSU-FIN-DEPTOS           VALUE "S".
038900     05 PRSU-HALLADO-SW       PIC X(01) VALUE "N".
039000        88 PRSU-HALLADO              VALUE "S".
039100     05 PRSU-EMP-HALLADO-SW   PIC X(01) VALUE "N".
039200        88 PRSU-EMP-HALLADO          VALUE "S".
039300     05 PRSU-TABLA-LLENA-SW   PIC X(01) VALUE "N".
039400        88 PRSU-TABLA-LLENA          VALUE "S".
039500     05 PRSU-DEPTOS-LLENOS-SW PIC X(01) VALUE "N".
039600        88 PRSU-DEPTOS-LLENOS        VALUE "S".
039700     05 PRSU-CENTROS-LLENOS-SW PIC X(01) VALUE "N".
039800        88 PRSU-CENTROS-LLENOS       VALUE "S".
039900     05 PRSU-HAY-LINEAS-SW    PIC X(01) VALUE "N".
040000        88 PRSU-HAY-LINEAS           VALUE "S".
040100
040200 PROCEDURE DIVISION.
040300******************************************************************
040400*    0000-MAINLINE
040500*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.
040600******************************************************************
040700 0000-MAINLINE.
040800     PERFORM 1000-INICIALIZAR
040900         THRU 1000-EXIT.
041000
041100     PERFORM 2000-LEER-PENDIENTES
041200         THRU 2000-EXIT.
041300
041400     PERFORM 2100-LEER-PROGRAMADOS
041500         THRU 2100-EXIT.
041600
041700     PERFORM 3000-TOTALIZAR-CENTROS
041800         THRU 3000-EXIT
041900         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
042000         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL.
042100
042200     PERFORM 4000-INFORME-DEPTOS
042300         THRU 4000-EXIT.
042400
042500     PERFORM 5000-INFORME-CENTROS
042600         THRU 5000-EXIT.
042700
042800     PERFORM 6000-ESCRIBIR-RESUMEN
042900         THRU 6000-EXIT.
043000
043100     PERFORM 9000-FINALIZAR
043200         THRU 9000-EXIT.
043300
043400     STOP RUN.
043500
043600 0000-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000*    1000-INICIALIZAR
044100*    OBTIENE LA FECHA DEL SISTEMA Y EL AÑO PEDIDO, ABRE EL
044200*    INFORME Y CARGA DEPARTAMENTOS, PRESUPUESTOS DEL AÑO Y
044300*    EMPLEADOS ACTIVOS.
044400******************************************************************
044500 1000-INICIALIZAR.
044600     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
044700     MOVE WS-FECHA-AAAA TO LC1-FECHA (1:4).
044800     MOVE WS-FECHA-MM   TO LC1-FECHA (6:2).
044900     MOVE WS-FECHA-DD   TO LC1-FECHA (9:2).
045000
045100     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
045200     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
045300         INTO WS-PARM-ANO.
045400     IF WS-PARM-ANO IS NUMERIC AND WS-PARM-ANO NOT = ZERO
045500         MOVE WS-PARM-ANO TO PRSU-ANO-PEDIDO
045600     ELSE
045700         MOVE WS-FECHA-AAAA TO PRSU-ANO-PEDIDO
045800     END-IF.
045900     MOVE 1231 TO PRSU-MMDD-FIN.
046000     MOVE PRSU-ANO-PEDIDO TO LC1-ANO.
046100
046200     OPEN OUTPUT PRESUPUESTOS-LISTADO.
046300     IF FS-STATUS-LISTADO NOT = "00"
046400         DISPLAY "Error al abrir el informe. STATUS: "
046500             FS-STATUS-LISTADO
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900
047000     PERFORM 1100-CARGAR-DEPTOS
047100         THRU 1100-EXIT.
047200
047300     PERFORM 1200-CARGAR-PRESUPUESTOS
047400         THRU 1200-EXIT.
047500
047600     OPEN INPUT EMPLEADOS-ARCHIVO.
047700     IF FS-STATUS NOT = "00"
047800         DISPLAY "No se ha podido abrir empleados.csv. STATUS: "
047900             FS-STATUS
048000         CLOSE PRESUPUESTOS-LISTADO
048100         MOVE 16 TO RETURN-CODE
048200         STOP RUN
048300     END-IF.
048400     MOVE "N" TO PRSU-FIN-FICHERO-SW.
048500     PERFORM 1300-CARGAR-EMPLEADOS
048600         THRU 1300-EXIT
048700         UNTIL PRSU-FIN-FICHERO.
048800     CLOSE EMPLEADOS-ARCHIVO.
048900
049000 1000-EXIT.
049100     EXIT.
049200
049300******************************************************************
049400*    1100-CARGAR-DEPTOS
049500*    CARGA EN LA TABLA-DEPTOS LOS CODIGOS, NOMBRES Y CENTROS DE
049600*    COSTE DEL MAESTRO DE DEPARTAMENTOS, CON LOS ACUMULADOS A
049700*    CERO. SI EL MAESTRO NO SE PUEDE LEER, TODOS LOS
049800*    DEPARTAMENTOS SALDRAN AGRUPADOS EN EL CENTRO 00000.
049900******************************************************************
050000 1100-CARGAR-DEPTOS.
050100     MOVE ZERO TO TABLA-DEPTOS-TOTAL.
050200     MOVE "N" TO PRSU-FIN-DEPTOS-SW.
050300
050400     OPEN INPUT DEPARTAMENTOS-ARCHIVO.
050500     IF FS-STATUS-DEPTOS = "00"
050600         PERFORM 1110-LEER-UN-DEPTO
050700             THRU 1110-EXIT
050800             UNTIL PRSU-FIN-DEPTOS
050900         CLOSE DEPARTAMENTOS-ARCHIVO
051000     ELSE
051100         DISPLAY "AVISO: no se pudo cargar el maestro de "
051200             "departamentos. STATUS: " FS-STATUS-DEPTOS
051300     END-IF.
051400
051500 1100-EXIT.
051600     EXIT.
051700
051800 1110-LEER-UN-DEPTO.
051900     READ DEPARTAMENTOS-ARCHIVO
052000         AT END
052100             MOVE "S" TO PRSU-FIN-DEPTOS-SW
052200         NOT AT END
052300             IF TABLA-DEPTOS-TOTAL < 50
052400                 ADD 1 TO TABLA-DEPTOS-TOTAL
052500                 MOVE DEPARTAMENTOS-CODIGO TO
052600                     TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-TOTAL)
052700                 MOVE DEPARTAMENTOS-NOMBRE TO
052800                     TABLA-DEPTOS-NOMBRE(TABLA-DEPTOS-TOTAL)
052900                 MOVE DEPARTAMENTOS-CENTRO-COSTE TO
053000                     TABLA-DEPTOS-CENTRO(TABLA-DEPTOS-TOTAL)
053100                 PERFORM 1150-LIMPIAR-ACUMULADOS
053200                     THRU 1150-EXIT
053300             ELSE
053400                 IF NOT PRSU-DEPTOS-LLENOS
053500                     DISPLAY MSG-DEPTOS-LLENOS
053600                     MOVE "S" TO PRSU-DEPTOS-LLENOS-SW
053700                 END-IF
053800             END-IF
053900     END-READ.
054000
054100 1110-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500*    1150-LIMPIAR-ACUMULADOS
054600*    DEJA SIN PRESUPUESTO Y A CERO LA ULTIMA ENTRADA AÑADIDA A
054700*    LA TABLA-DEPTOS.
054800******************************************************************
054900 1150-LIMPIAR-ACUMULADOS.
055000     MOVE "N"  TO TABLA-DEPTOS-PRESU-SW(TABLA-DEPTOS-TOTAL).
055100     MOVE ZERO TO TABLA-DEPTOS-PRE-PLANT(TABLA-DEPTOS-TOTAL).
055200     MOVE ZERO TO TABLA-DEPTOS-PRE-MASA(TABLA-DEPTOS-TOTAL).
055300     MOVE ZERO TO TABLA-DEPTOS-REAL-PLANT(TABLA-DEPTOS-TOTAL).
055400     MOVE ZERO TO TABLA-DEPTOS-REAL-MASA(TABLA-DEPTOS-TOTAL).
055500     MOVE ZERO TO TABLA-DEPTOS-PEND-PLANT(TABLA-DEPTOS-TOTAL).
055600     MOVE ZERO TO TABLA-DEPTOS-PEND-MASA(TABLA-DEPTOS-TOTAL).
055700     MOVE ZERO TO TABLA-DEPTOS-SOLICITUDES(TABLA-DEPTOS-TOTAL).
055800     MOVE ZERO TO TABLA-DEPTOS-PROGRAMADOS(TABLA-DEPTOS-TOTAL).
055900
056000 1150-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400*    1200-CARGAR-PRESUPUESTOS
056500*    LEE presupuestos.csv Y ANOTA EN LA TABLA-DEPTOS LA PLANTILLA
056600*    Y LA MASA SALARIAL APROBADAS DEL AÑO PEDIDO. SI EL FICHERO
056700*    NO EXISTE, TODOS LOS DEPARTAMENTOS SALEN SIN PRESUPUESTO.
056800******************************************************************
056900 1200-CARGAR-PRESUPUESTOS.
057000     OPEN INPUT PRESUPUESTOS-ARCHIVO.
057100     IF FS-STATUS-PRESU NOT = "00"
057200         DISPLAY "AVISO: no se pudo leer presupuestos.csv. "
057300             "STATUS: " FS-STATUS-PRESU
057400         GO TO 1200-EXIT
057500     END-IF.
057600
057700     MOVE "N" TO PRSU-FIN-FICHERO-SW.
057800     PERFORM 1210-LEER-UN-PRESUPUESTO
057900         THRU 1210-EXIT
058000         UNTIL PRSU-FIN-FICHERO.
058100     CLOSE PRESUPUESTOS-ARCHIVO.
058200
058300 1200-EXIT.
058400     EXIT.
058500
058600 1210-LEER-UN-PRESUPUESTO.
058700     READ PRESUPUESTOS-ARCHIVO
058800         AT END
058900             MOVE "S" TO PRSU-FIN-FICHERO-SW
059000             GO TO 1210-EXIT
059100     END-READ.
059200
059300     IF PRESUPUESTOS-ANO NOT = PRSU-ANO-PEDIDO
059400         GO TO 1210-EXIT
059500     END-IF.
059600
059700     MOVE PRESUPUESTOS-DEPTO TO DEPTO-BUSCADO.
059800     PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT.
059900     IF NOT PRSU-HALLADO
060000         GO TO 1210-EXIT
060100     END-IF.
060200
060300     MOVE "S" TO TABLA-DEPTOS-PRESU-SW(PRSU-IDX-HALLADO).
060400     MOVE PRESUPUESTOS-PLANTILLA
060500         TO TABLA-DEPTOS-PRE-PLANT(PRSU-IDX-HALLADO).
060600     MOVE PRESUPUESTOS-MASA-SALARIAL
060700         TO TABLA-DEPTOS-PRE-MASA(PRSU-IDX-HALLADO).
060800     ADD 1 TO PRSU-PRESUPUESTOS.
060900
061000 1210-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400*    1300-CARGAR-EMPLEADOS
061500*    LEE CADA EMPLEADO DEL MAESTRO. LOS ACTIVOS SUMAN UNA PERSONA
061600*    Y SU SALARIO ANUAL (MENSUAL POR 12) A SU DEPARTAMENTO Y SE
061700*    GUARDAN EN LA TABLA DE EMPLEADOS. LOS DADOS DE BAJA NO
061800*    CUENTAN, IGUAL QUE EN EMPSTAT Y EMPCCEXT.
061900******************************************************************
062000 1300-CARGAR-EMPLEADOS.
062100     READ EMPLEADOS-ARCHIVO
062200         AT END
062300             MOVE "S" TO PRSU-FIN-FICHERO-SW
062400         NOT AT END
062500             ADD 1 TO PRSU-LEIDOS
062600             IF NOT EMPLEADOS-EN-BAJA
062700                 PERFORM 1310-ACUMULAR-UN-EMPLEADO
062800                     THRU 1310-EXIT
062900             END-IF
063000     END-READ.
063100
063200 1300-EXIT.
063300     EXIT.
063400
063500 1310-ACUMULAR-UN-EMPLEADO.
063600     IF TABLA-EMP-TOTAL < 10000
063700         ADD 1 TO TABLA-EMP-TOTAL
063800         MOVE EMPLEADOS-ID    TO TABLA-EMP-ID(TABLA-EMP-TOTAL)
063900         MOVE EMPLEADOS-DEPTO TO TABLA-EMP-DEPTO(TABLA-EMP-TOTAL)
064000         MOVE EMPLEADOS-SALARIO
064100             TO TABLA-EMP-SALARIO(TABLA-EMP-TOTAL)
064200     ELSE
064300         IF NOT PRSU-TABLA-LLENA
064400             DISPLAY MSG-TABLA-LLENA
064500             MOVE "S" TO PRSU-TABLA-LLENA-SW
064600         END-IF
064700     END-IF.
064800
064900     MOVE EMPLEADOS-DEPTO TO DEPTO-BUSCADO.
065000     PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT.
065100     IF NOT PRSU-HALLADO
065200         GO TO 1310-EXIT
065300     END-IF.
065400
065500     ADD 1 TO TABLA-DEPTOS-REAL-PLANT(PRSU-IDX-HALLADO).
065600     COMPUTE TABLA-DEPTOS-REAL-MASA(PRSU-IDX-HALLADO) =
065700         TABLA-DEPTOS-REAL-MASA(PRSU-IDX-HALLADO)
065800         + EMPLEADOS-SALARIO * 12.
065900     ADD 1 TO PRSU-ACTIVOS.
066000
066100 1310-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*    2000-LEER-PENDIENTES
066600*    RECORRE EMPPEND Y SUMA AL DEPARTAMENTO DEL EMPLEADO EL
066700*    EFECTO DE CADA SOLICITUD TODAVIA SIN DECIDIR: UN CAMBIO DE
066800*    SALARIO SUMA LA DIFERENCIA ANUAL ENTRE EL SALARIO PEDIDO Y
066900*    EL VIGENTE; UNA BAJA RESTA UNA PERSONA Y SU SALARIO ANUAL.
067000*    SI EMPPEND NO EXISTE NO HAY NADA PENDIENTE.
067100******************************************************************
067200 2000-LEER-PENDIENTES.
067300     OPEN INPUT CAMBIOS-PENDIENTES.
067400     IF FS-STATUS-PEND NOT = "00"
067500         IF FS-STATUS-PEND NOT = "35"
067600             DISPLAY "AVISO: no se pudo leer EMPPEND. STATUS: "
067700                 FS-STATUS-PEND
067800         END-IF
067900         GO TO 2000-EXIT
068000     END-IF.
068100
068200     MOVE "N" TO PRSU-FIN-FICHERO-SW.
068300     PERFORM 2010-LEER-UNA-SOLICITUD
068400         THRU 2010-EXIT
068500         UNTIL PRSU-FIN-FICHERO.
068600     CLOSE CAMBIOS-PENDIENTES.
068700
068800 2000-EXIT.
068900     EXIT.
069000
069100 2010-LEER-UNA-SOLICITUD.
069200     READ CAMBIOS-PENDIENTES
069300         AT END
069400             MOVE "S" TO PRSU-FIN-FICHERO-SW
069500             GO TO 2010-EXIT
069600     END-READ.
069700
069800     IF NOT PEND-PENDIENTE
069900         GO TO 2010-EXIT
070000     END-IF.
070100     IF PEND-TIPO-SALARIO
070200         ADD 1 TO PRSU-PEND-SALARIO
070300     ELSE
070400         ADD 1 TO PRSU-PEND-BAJA
070500     END-IF.
070600
070700     MOVE PEND-ID TO PRSU-ID-BUSCADO.
070800     PERFORM 2500-BUSCAR-EMPLEADO THRU 2500-EXIT.
070900     IF NOT PRSU-EMP-HALLADO
071000         ADD 1 TO PRSU-SIN-EMPLEADO
071100         GO TO 2010-EXIT
071200     END-IF.
071300
071400     MOVE "P" TO PRSU-EF-ORIGEN.
071500     MOVE TABLA-EMP-DEPTO(PRSU-IDX-EMPLEADO) TO DEPTO-BUSCADO.
071600     IF PEND-TIPO-SALARIO
071700         MOVE ZERO TO PRSU-EF-PLANT
071800         COMPUTE PRSU-EF-MASA =
071900             (PEND-SALARIO-NUEVO
072000              - TABLA-EMP-SALARIO(PRSU-IDX-EMPLEADO)) * 12
072100     ELSE
072200         MOVE -1 TO PRSU-EF-PLANT
072300         COMPUTE PRSU-EF-MASA =
072400             0 - TABLA-EMP-SALARIO(PRSU-IDX-EMPLEADO) * 12
072500     END-IF.
072600     PERFORM 2700-SUMAR-EFECTO THRU 2700-EXIT.
072700
072800 2010-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    2100-LEER-PROGRAMADOS
073300*    RECORRE EMPPROG Y SUMA EL EFECTO DE LOS CAMBIOS TODAVIA NO
073400*    APLICADOS CUYA FECHA EFECTIVA CAE DENTRO DEL AÑO PEDIDO (O
073500*    ANTES, SI LA CADENA NOCTURNA AUN NO LOS HA APLICADO): UN
073600*    CAMBIO DE SALARIO COMO EN EMPPEND; UN TRASLADO RESTA LA
073700*    PERSONA Y SU SALARIO AL DEPARTAMENTO ACTUAL Y LOS SUMA AL
073800*    NUEVO.
073900******************************************************************
074000 2100-LEER-PROGRAMADOS.
074100     OPEN INPUT CAMBIOS-PROGRAMADOS.
074200     IF FS-STATUS-PROG NOT = "00"
074300         IF FS-STATUS-PROG NOT = "35"
074400             DISPLAY "AVISO: no se pudo leer EMPPROG. STATUS: "
074500                 FS-STATUS-PROG
074600         END-IF
074700         GO TO 2100-EXIT
074800     END-IF.
074900
075000     MOVE "N" TO PRSU-FIN-FICHERO-SW.
075100     PERFORM 2110-LEER-UN-PROGRAMADO
075200         THRU 2110-EXIT
075300         UNTIL PRSU-FIN-FICHERO.
075400     CLOSE CAMBIOS-PROGRAMADOS.
075500
075600 2100-EXIT.
075700     EXIT.
075800
075900 2110-LEER-UN-PROGRAMADO.
076000     READ CAMBIOS-PROGRAMADOS
076100         AT END
076200             MOVE "S" TO PRSU-FIN-FICHERO-SW
076300             GO TO 2110-EXIT
076400     END-READ.
076500
076600     IF NOT PROG-PENDIENTE
076700         GO TO 2110-EXIT
076800     END-IF.
076900     IF PROG-FECHA-EFECTIVA > PRSU-FIN-EJERCICIO
077000         ADD 1 TO PRSU-PROG-POSTERIOR
077100         GO TO 2110-EXIT
077200     END-IF.
077300     IF PROG-TIPO-SALARIO
077400         ADD 1 TO PRSU-PROG-SALARIO
077500     ELSE
077600         ADD 1 TO PRSU-PROG-TRASLADO
077700     END-IF.
077800
077900     MOVE PROG-ID TO PRSU-ID-BUSCADO.
078000     PERFORM 2500-BUSCAR-EMPLEADO THRU 2500-EXIT.
078100     IF NOT PRSU-EMP-HALLADO
078200         ADD 1 TO PRSU-SIN-EMPLEADO
078300         GO TO 2110-EXIT
078400     END-IF.
078500
078600     MOVE "G" TO PRSU-EF-ORIGEN.
078700     MOVE TABLA-EMP-DEPTO(PRSU-IDX-EMPLEADO) TO DEPTO-BUSCADO.
078800     IF PROG-TIPO-SALARIO
078900         MOVE ZERO TO PRSU-EF-PLANT
079000         COMPUTE PRSU-EF-MASA =
079100             (PROG-SALARIO-NUEVO
079200              - TABLA-EMP-SALARIO(PRSU-IDX-EMPLEADO)) * 12
079300         PERFORM 2700-SUMAR-EFECTO THRU 2700-EXIT
079400         GO TO 2110-EXIT
079500     END-IF.
079600
079700     MOVE -1 TO PRSU-EF-PLANT.
079800     COMPUTE PRSU-EF-MASA =
079900         0 - TABLA-EMP-SALARIO(PRSU-IDX-EMPLEADO) * 12.
080000     PERFORM 2700-SUMAR-EFECTO THRU 2700-EXIT.
080100
080200     MOVE PROG-DEPTO-NUEVO TO DEPTO-BUSCADO.
080300     MOVE 1 TO PRSU-EF-PLANT.
080400     COMPUTE PRSU-EF-MASA =
080500         TABLA-EMP-SALARIO(PRSU-IDX-EMPLEADO) * 12.
080600     PERFORM 2700-SUMAR-EFECTO THRU 2700-EXIT.
080700
080800 2110-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200*    2500-BUSCAR-EMPLEADO
081300*    BUSCA EN LA TABLA DE EMPLEADOS ACTIVOS EL PRSU-ID-BUSCADO;
081400*    SI LO ENCUENTRA, ACTIVA PRSU-EMP-HALLADO Y DEJA SU POSICION
081500*    EN PRSU-IDX-EMPLEADO.
081600******************************************************************
081700 2500-BUSCAR-EMPLEADO.
081800     MOVE "N" TO PRSU-EMP-HALLADO-SW.
081900     PERFORM 2510-COMPARAR-EMPLEADO
082000         THRU 2510-EXIT
082100         VARYING TABLA-EMP-IDX FROM 1 BY 1
082200         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL
082300         OR PRSU-EMP-HALLADO.
082400
082500 2500-EXIT.
082600     EXIT.
082700
082800 2510-COMPARAR-EMPLEADO.
082900     IF TABLA-EMP-ID(TABLA-EMP-IDX) = PRSU-ID-BUSCADO
083000         MOVE "S" TO PRSU-EMP-HALLADO-SW
083100         SET PRSU-IDX-EMPLEADO TO TABLA-EMP-IDX
083200     END-IF.
083300
083400 2510-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800*    2600-LOCALIZAR-DEPTO
083900*    BUSCA EN LA TABLA-DEPTOS EL CODIGO DEJADO EN DEPTO-BUSCADO.
084000*    SI NO ESTA, LO DA DE ALTA CON CENTRO 00000 PARA NO PERDER
084100*    SUS IMPORTES. DEJA PRSU-HALLADO ACTIVO Y LA POSICION EN
084200*    PRSU-IDX-HALLADO, SALVO QUE LA TABLA ESTE LLENA.
084300******************************************************************
084400 2600-LOCALIZAR-DEPTO.
084500     MOVE "N" TO PRSU-HALLADO-SW.
084600     PERFORM 2610-COMPARAR-DEPTO
084700         THRU 2610-EXIT
084800         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
084900         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL
085000         OR PRSU-HALLADO.
085100
085200     IF PRSU-HALLADO
085300         GO TO 2600-EXIT
085400     END-IF.
085500
085600     IF TABLA-DEPTOS-TOTAL < 50
085700         ADD 1 TO TABLA-DEPTOS-TOTAL
085800         MOVE TABLA-DEPTOS-TOTAL TO PRSU-IDX-HALLADO
085900         MOVE DEPTO-BUSCADO TO
086000             TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-TOTAL)
086100         MOVE "*** DEPTO NO ESTA EN MAESTRO" TO
086200             TABLA-DEPTOS-NOMBRE(TABLA-DEPTOS-TOTAL)
086300         MOVE ZERO TO
086400             TABLA-DEPTOS-CENTRO(TABLA-DEPTOS-TOTAL)
086500         PERFORM 1150-LIMPIAR-ACUMULADOS
086600             THRU 1150-EXIT
086700         MOVE "S" TO PRSU-HALLADO-SW
086800     ELSE
086900         IF NOT PRSU-DEPTOS-LLENOS
087000             DISPLAY MSG-DEPTOS-LLENOS
087100             MOVE "S" TO PRSU-DEPTOS-LLENOS-SW
087200         END-IF
087300     END-IF.
087400
087500 2600-EXIT.
087600     EXIT.
087700
087800 2610-COMPARAR-DEPTO.
087900     IF TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-IDX) = DEPTO-BUSCADO
088000         MOVE "S" TO PRSU-HALLADO-SW
088100         SET PRSU-IDX-HALLADO TO TABLA-DEPTOS-IDX
088200     END-IF.
088300
088400 2610-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800*    2700-SUMAR-EFECTO
088900*    SUMA PRSU-EF-PLANT Y PRSU-EF-MASA AL PENDIENTE DEL
089000*    DEPARTAMENTO DEJADO EN DEPTO-BUSCADO Y CUENTA EL CAMBIO EN
089100*    LA COLUMNA DE EMPPEND O DE EMPPROG SEGUN SU ORIGEN.
089200******************************************************************
089300 2700-SUMAR-EFECTO.
089400     PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT.
089500     IF NOT PRSU-HALLADO
089600         GO TO 2700-EXIT
089700     END-IF.
089800
089900     ADD PRSU-EF-PLANT
090000         TO TABLA-DEPTOS-PEND-PLANT(PRSU-IDX-HALLADO).
090100     ADD PRSU-EF-MASA
090200         TO TABLA-DEPTOS-PEND-MASA(PRSU-IDX-HALLADO).
090300     IF PRSU-EF-DE-EMPPEND
090400         ADD 1 TO TABLA-DEPTOS-SOLICITUDES(PRSU-IDX-HALLADO)
090500     ELSE
090600         ADD 1 TO TABLA-DEPTOS-PROGRAMADOS(PRSU-IDX-HALLADO)
090700     END-IF.
090800
090900 2700-EXIT.
091000     EXIT.
091100
091200******************************************************************
091300*    3000-TOTALIZAR-CENTROS
091400*    AGRUPA EL DEPARTAMENTO ACTUAL DE LA TABLA-DEPTOS EN SU
091500*    CENTRO DE COSTE Y EN EL TOTAL DE LA EMPRESA. LOS
091600*    DEPARTAMENTOS SIN PRESUPUESTO, SIN EMPLEADOS Y SIN NADA
091700*    PENDIENTE NO SALEN EN EL INFORME.
091800******************************************************************
091900 3000-TOTALIZAR-CENTROS.
092000     IF NOT TABLA-DEPTOS-CON-PRESU(TABLA-DEPTOS-IDX)
092100         AND TABLA-DEPTOS-REAL-PLANT(TABLA-DEPTOS-IDX) = ZERO
092200         AND TABLA-DEPTOS-SOLICITUDES(TABLA-DEPTOS-IDX) = ZERO
092300         AND TABLA-DEPTOS-PROGRAMADOS(TABLA-DEPTOS-IDX) = ZERO
092400         GO TO 3000-EXIT
092500     END-IF.
092600
092700     MOVE TABLA-DEPTOS-CENTRO(TABLA-DEPTOS-IDX)
092800         TO PRSU-CENTRO-BUSCADO.
092900     PERFORM 3100-BUSCAR-CENTRO THRU 3100-EXIT.
093000
093100     IF NOT PRSU-HALLADO
093200         IF TABLA-CEN-TOTAL < 50
093300             ADD 1 TO TABLA-CEN-TOTAL
093400             MOVE TABLA-CEN-TOTAL TO PRSU-IDX-HALLADO
093500             MOVE PRSU-CENTRO-BUSCADO
093600                 TO TABLA-CEN-CENTRO(TABLA-CEN-TOTAL)
093700             MOVE ZERO TO TABLA-CEN-DEPTOS(TABLA-CEN-TOTAL)
093800             MOVE ZERO TO TABLA-CEN-CON-PRESU(TABLA-CEN-TOTAL)
093900             MOVE ZERO TO TABLA-CEN-PRE-PLANT(TABLA-CEN-TOTAL)
094000             MOVE ZERO TO TABLA-CEN-PRE-MASA(TABLA-CEN-TOTAL)
094100             MOVE ZERO TO TABLA-CEN-REAL-PLANT(TABLA-CEN-TOTAL)
094200             MOVE ZERO TO TABLA-CEN-REAL-MASA(TABLA-CEN-TOTAL)
094300             MOVE ZERO TO TABLA-CEN-PEND-PLANT(TABLA-CEN-TOTAL)
094400             MOVE ZERO TO TABLA-CEN-PEND-MASA(TABLA-CEN-TOTAL)
094500         ELSE
094600             IF NOT PRSU-CENTROS-LLENOS
094700                 DISPLAY MSG-CENTROS-LLENOS
094800                 MOVE "S" TO PRSU-CENTROS-LLENOS-SW
094900             END-IF
095000             GO TO 3000-EXIT
095100         END-IF
095200     END-IF.
095300
095400     ADD 1 TO TABLA-CEN-DEPTOS(PRSU-IDX-HALLADO).
095500     IF TABLA-DEPTOS-CON-PRESU(TABLA-DEPTOS-IDX)
095600         ADD 1 TO TABLA-CEN-CON-PRESU(PRSU-IDX-HALLADO)
095700         ADD 1 TO PRSU-EMP-CON-PRESU
095800     END-IF.
095900     ADD TABLA-DEPTOS-PRE-PLANT(TABLA-DEPTOS-IDX)
096000         TO TABLA-CEN-PRE-PLANT(PRSU-IDX-HALLADO)
096100            PRSU-EMP-PRE-PLANT.
096200     ADD TABLA-DEPTOS-PRE-MASA(TABLA-DEPTOS-IDX)
096300         TO TABLA-CEN-PRE-MASA(PRSU-IDX-HALLADO)
096400            PRSU-EMP-PRE-MASA.
096500     ADD TABLA-DEPTOS-REAL-PLANT(TABLA-DEPTOS-IDX)
096600         TO TABLA-CEN-REAL-PLANT(PRSU-IDX-HALLADO)
096700            PRSU-EMP-REAL-PLANT.
096800     ADD TABLA-DEPTOS-REAL-MASA(TABLA-DEPTOS-IDX)
096900         TO TABLA-CEN-REAL-MASA(PRSU-IDX-HALLADO)
097000            PRSU-EMP-REAL-MASA.
097100     ADD TABLA-DEPTOS-PEND-PLANT(TABLA-DEPTOS-IDX)
097200         TO TABLA-CEN-PEND-PLANT(PRSU-IDX-HALLADO)
097300            PRSU-EMP-PEND-PLANT.
097400     ADD TABLA-DEPTOS-PEND-MASA(TABLA-DEPTOS-IDX)
097500         TO TABLA-CEN-PEND-MASA(PRSU-IDX-HALLADO)
097600            PRSU-EMP-PEND-MASA.
097700
097800 3000-EXIT.
097900     EXIT.
098000
098100******************************************************************
098200*    3100-BUSCAR-CENTRO
098300*    BUSCA EN LA TABLA-CENTROS EL CENTRO DEJADO EN PRSU-CENTRO-
098400*    BUSCADO; SI LO ENCUENTRA, ACTIVA PRSU-HALLADO Y DEJA SU
098500*    POSICION EN PRSU-IDX-HALLADO.
098600******************************************************************
098700 3100-BUSCAR-CENTRO.
098800     MOVE "N" TO PRSU-HALLADO-SW.
098900     PERFORM 3110-COMPARAR-CENTRO
099000         THRU 3110-EXIT
099100         VARYING TABLA-CEN-IDX FROM 1 BY 1
099200         UNTIL TABLA-CEN-IDX > TABLA-CEN-TOTAL
099300         OR PRSU-HALLADO.
099400
099500 3100-EXIT.
099600     EXIT.
099700
099800 3110-COMPARAR-CENTRO.
099900     IF TABLA-CEN-CENTRO(TABLA-CEN-IDX) = PRSU-CENTRO-BUSCADO
100000         MOVE "S" TO PRSU-HALLADO-SW
100100         SET PRSU-IDX-HALLADO TO TABLA-CEN-IDX
100200     END-IF.
100300
100400 3110-EXIT.
100500     EXIT.
100600
100700******************************************************************
100800*    3900-ESCRIBIR-SECCION
100900*    ESCRIBE UNA LINEA EN BLANCO Y EL TITULO DE LA SECCION.
101000******************************************************************
101100 3900-ESCRIBIR-SECCION.
101200     MOVE SPACES TO PRSU-LINEA-SALIDA.
101300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
101400     MOVE LIN-SECCION TO PRSU-LINEA-SALIDA.
101500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
101600     MOVE "N" TO PRSU-HAY-LINEAS-SW.
101700
101800 3900-EXIT.
101900     EXIT.
102000
102100******************************************************************
102200*    3950-CERRAR-SECCION
102300*    SI LA SECCION QUE TERMINA NO TUVO NINGUNA LINEA, LO INDICA.
102400******************************************************************
102500 3950-CERRAR-SECCION.
102600     IF NOT PRSU-HAY-LINEAS
102700         MOVE "     (NINGUNO)" TO PRSU-LINEA-SALIDA
102800         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
102900     END-IF.
103000
103100 3950-EXIT.
103200     EXIT.
103300
103400******************************************************************
103500*    4000-INFORME-DEPTOS
103600*    PRIMERA SECCION DEL INFORME: UN BLOQUE POR DEPARTAMENTO CON
103700*    LAS SOLICITUDES Y CAMBIOS QUE LE AFECTAN Y LAS LINEAS DE
103800*    PLANTILLA Y MASA SALARIAL.
103900******************************************************************
104000 4000-INFORME-DEPTOS.
104100     MOVE "DESVIACIONES POR DEPARTAMENTO" TO LS-TITULO.
104200     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
104300
104400     PERFORM 4100-INFORMAR-UN-DEPTO
104500         THRU 4100-EXIT
104600         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
104700         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL.
104800
104900     PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT.
105000
105100 4000-EXIT.
105200     EXIT.
105300
105400 4100-INFORMAR-UN-DEPTO.
105500     IF NOT TABLA-DEPTOS-CON-PRESU(TABLA-DEPTOS-IDX)
105600         AND TABLA-DEPTOS-REAL-PLANT(TABLA-DEPTOS-IDX) = ZERO
105700         AND TABLA-DEPTOS-SOLICITUDES(TABLA-DEPTOS-IDX) = ZERO
105800         AND TABLA-DEPTOS-PROGRAMADOS(TABLA-DEPTOS-IDX) = ZERO
105900         GO TO 4100-EXIT
106000     END-IF.
106100
106200     MOVE SPACES TO PRSU-LINEA-SALIDA.
106300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
106400     MOVE TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-IDX) TO LDP-DEPTO.
106500     MOVE TABLA-DEPTOS-NOMBRE(TABLA-DEPTOS-IDX) TO LDP-NOMBRE.
106600     MOVE TABLA-DEPTOS-CENTRO(TABLA-DEPTOS-IDX) TO LDP-CENTRO.
106700     MOVE TABLA-DEPTOS-SOLICITUDES(TABLA-DEPTOS-IDX)
106800         TO LDP-SOLICITUDES.
106900     MOVE TABLA-DEPTOS-PROGRAMADOS(TABLA-DEPTOS-IDX)
107000         TO LDP-PROGRAMADOS.
107100     MOVE LIN-DEPTO TO PRSU-LINEA-SALIDA.
107200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
107300     MOVE "S" TO PRSU-HAY-LINEAS-SW.
107400
107500     MOVE TABLA-DEPTOS-PRESU-SW(TABLA-DEPTOS-IDX)
107600         TO PRSU-C-PRESU-SW.
107700     MOVE TABLA-DEPTOS-PRE-PLANT(TABLA-DEPTOS-IDX)
107800         TO PRSU-C-PRE-PLANT.
107900     MOVE TABLA-DEPTOS-PRE-MASA(TABLA-DEPTOS-IDX)
108000         TO PRSU-C-PRE-MASA.
108100     MOVE TABLA-DEPTOS-REAL-PLANT(TABLA-DEPTOS-IDX)
108200         TO PRSU-C-REAL-PLANT.
108300     MOVE TABLA-DEPTOS-REAL-MASA(TABLA-DEPTOS-IDX)
108400         TO PRSU-C-REAL-MASA.
108500     MOVE TABLA-DEPTOS-PEND-PLANT(TABLA-DEPTOS-IDX)
108600         TO PRSU-C-PEND-PLANT.
108700     MOVE TABLA-DEPTOS-PEND-MASA(TABLA-DEPTOS-IDX)
108800         TO PRSU-C-PEND-MASA.
108900     PERFORM 4500-ESCRIBIR-CONCEPTOS THRU 4500-EXIT.
109000
109100     IF NOT PRSU-C-CON-PRESU
109200         ADD 1 TO PRSU-SIN-PRESUPUESTO
109300     END-IF.
109400     IF PRSU-C-EXCEDE
109500         ADD 1 TO PRSU-EXCEDIDOS
109600     END-IF.
109700     IF PRSU-C-EXCEDERIA
109800         ADD 1 TO PRSU-EXCEDERIAN
109900     END-IF.
110000
110100 4100-EXIT.
110200     EXIT.
110300
110400******************************************************************
110500*    4500-ESCRIBIR-CONCEPTOS
110600*    CALCULA DIFERENCIA (REAL MENOS PRESUPUESTO), PORCENTAJE
110700*    SOBRE EL PRESUPUESTO Y PROYECCION (REAL MAS PENDIENTE) DE
110800*    PLANTILLA Y MASA SALARIAL, E IMPRIME LAS DOS LINEAS. SE
110900*    SEÑALA "*** EXCEDE" LO QUE YA SUPERA EL PRESUPUESTO Y
111000*    "EXCEDERIA" LO QUE LO SUPERARIA SI SE APLICASE LO PENDIENTE.
111100******************************************************************
111200 4500-ESCRIBIR-CONCEPTOS.
111300     MOVE "N" TO PRSU-C-EXCEDE-SW.
111400     MOVE "N" TO PRSU-C-EXCEDERIA-SW.
111500
111600     COMPUTE PRSU-C-DIF-PLANT =
111700         PRSU-C-REAL-PLANT - PRSU-C-PRE-PLANT.
111800     COMPUTE PRSU-C-PROY-PLANT =
111900         PRSU-C-REAL-PLANT + PRSU-C-PEND-PLANT.
112000     MOVE ZERO TO PRSU-C-PORCENTAJE.
112100     IF PRSU-C-PRE-PLANT NOT = ZERO
112200         COMPUTE PRSU-C-PORCENTAJE ROUNDED =
112300             PRSU-C-DIF-PLANT * 100 / PRSU-C-PRE-PLANT
112400             ON SIZE ERROR
112500                 MOVE 9999,99 TO PRSU-C-PORCENTAJE
112600         END-COMPUTE
112700     END-IF.
112800     MOVE PRSU-C-PRE-PLANT  TO LPL-PRESUPUESTO.
112900     MOVE PRSU-C-REAL-PLANT TO LPL-REAL.
113000     MOVE PRSU-C-DIF-PLANT  TO LPL-DIFERENCIA.
113100     MOVE PRSU-C-PORCENTAJE TO LPL-PORCENTAJE.
113200     MOVE PRSU-C-PEND-PLANT TO LPL-PENDIENTE.
113300     MOVE PRSU-C-PROY-PLANT TO LPL-PROYECTADO.
113400     EVALUATE TRUE
113500         WHEN NOT PRSU-C-CON-PRESU
113600             MOVE "SIN PRESUP." TO LPL-AVISO
113700         WHEN PRSU-C-REAL-PLANT > PRSU-C-PRE-PLANT
113800             MOVE "*** EXCEDE" TO LPL-AVISO
113900             MOVE "S" TO PRSU-C-EXCEDE-SW
114000         WHEN PRSU-C-PROY-PLANT > PRSU-C-PRE-PLANT
114100             MOVE "EXCEDERIA" TO LPL-AVISO
114200             MOVE "S" TO PRSU-C-EXCEDERIA-SW
114300         WHEN OTHER
114400             MOVE SPACES TO LPL-AVISO
114500     END-EVALUATE.
114600     MOVE LIN-PLANTILLA TO PRSU-LINEA-SALIDA.
114700     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
114800
114900     COMPUTE PRSU-C-DIF-MASA =
115000         PRSU-C-REAL-MASA - PRSU-C-PRE-MASA.
115100     COMPUTE PRSU-C-PROY-MASA =
115200         PRSU-C-REAL-MASA + PRSU-C-PEND-MASA.
115300     MOVE ZERO TO PRSU-C-PORCENTAJE.
115400     IF PRSU-C-PRE-MASA NOT = ZERO
115500         COMPUTE PRSU-C-PORCENTAJE ROUNDED =
115600             PRSU-C-DIF-MASA * 100 / PRSU-C-PRE-MASA
115700             ON SIZE ERROR
115800                 MOVE 9999,99 TO PRSU-C-PORCENTAJE
115900         END-COMPUTE
116000     END-IF.
116100     MOVE PRSU-C-PRE-MASA   TO LMS-PRESUPUESTO.
116200     MOVE PRSU-C-REAL-MASA  TO LMS-REAL.
116300     MOVE PRSU-C-DIF-MASA   TO LMS-DIFERENCIA.
116400     MOVE PRSU-C-PORCENTAJE TO LMS-PORCENTAJE.
116500     MOVE PRSU-C-PEND-MASA  TO LMS-PENDIENTE.
116600     MOVE PRSU-C-PROY-MASA  TO LMS-PROYECTADO.
116700     EVALUATE TRUE
116800         WHEN NOT PRSU-C-CON-PRESU
116900             MOVE "SIN PRESUP." TO LMS-AVISO
117000         WHEN PRSU-C-REAL-MASA > PRSU-C-PRE-MASA
117100             MOVE "*** EXCEDE" TO LMS-AVISO
117200             MOVE "S" TO PRSU-C-EXCEDE-SW
117300         WHEN PRSU-C-PROY-MASA > PRSU-C-PRE-MASA
117400             MOVE "EXCEDERIA" TO LMS-AVISO
117500             MOVE "S" TO PRSU-C-EXCEDERIA-SW
117600         WHEN OTHER
117700             MOVE SPACES TO LMS-AVISO
117800     END-EVALUATE.
117900     MOVE LIN-MASA TO PRSU-LINEA-SALIDA.
118000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
118100
118200*    UN DEPARTAMENTO QUE YA EXCEDE EN UN CONCEPTO NO SE CUENTA
118300*    ADEMAS ENTRE LOS QUE SOLO EXCEDERIAN POR LO PENDIENTE.
118400     IF PRSU-C-EXCEDE
118500         MOVE "N" TO PRSU-C-EXCEDERIA-SW
118600     END-IF.
118700
118800 4500-EXIT.
118900     EXIT.
119000
119100******************************************************************
119200*    5000-INFORME-CENTROS
119300*    SEGUNDA SECCION: LOS MISMOS CONCEPTOS AGRUPADOS POR CENTRO
119400*    DE COSTE, Y AL FINAL EL TOTAL DE LA EMPRESA.
119500******************************************************************
119600 5000-INFORME-CENTROS.
119700     MOVE "DESVIACIONES POR CENTRO DE COSTE" TO LS-TITULO.
119800     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
119900
120000     PERFORM 5100-INFORMAR-UN-CENTRO
120100         THRU 5100-EXIT
120200         VARYING TABLA-CEN-IDX FROM 1 BY 1
120300         UNTIL TABLA-CEN-IDX > TABLA-CEN-TOTAL.
120400
120500     PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT.
120600
120700     MOVE "TOTAL EMPRESA" TO LS-TITULO.
120800     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
120900     IF PRSU-EMP-CON-PRESU > ZERO
121000         MOVE "S" TO PRSU-C-PRESU-SW
121100     ELSE
121200         MOVE "N" TO PRSU-C-PRESU-SW
121300     END-IF.
121400     MOVE PRSU-EMP-PRE-PLANT  TO PRSU-C-PRE-PLANT.
121500     MOVE PRSU-EMP-PRE-MASA   TO PRSU-C-PRE-MASA.
121600     MOVE PRSU-EMP-REAL-PLANT TO PRSU-C-REAL-PLANT.
121700     MOVE PRSU-EMP-REAL-MASA  TO PRSU-C-REAL-MASA.
121800     MOVE PRSU-EMP-PEND-PLANT TO PRSU-C-PEND-PLANT.
121900     MOVE PRSU-EMP-PEND-MASA  TO PRSU-C-PEND-MASA.
122000     PERFORM 4500-ESCRIBIR-CONCEPTOS THRU 4500-EXIT.
122100
122200 5000-EXIT.
122300     EXIT.
122400
122500 5100-INFORMAR-UN-CENTRO.
122600     MOVE SPACES TO PRSU-LINEA-SALIDA.
122700     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
122800     MOVE TABLA-CEN-CENTRO(TABLA-CEN-IDX) TO LCE-CENTRO.
122900     MOVE TABLA-CEN-DEPTOS(TABLA-CEN-IDX) TO LCE-DEPTOS.
123000     MOVE LIN-CENTRO TO PRSU-LINEA-SALIDA.
123100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
123200     MOVE "S" TO PRSU-HAY-LINEAS-SW.
123300
123400     IF TABLA-CEN-CON-PRESU(TABLA-CEN-IDX) > ZERO
123500         MOVE "S" TO PRSU-C-PRESU-SW
123600     ELSE
123700         MOVE "N" TO PRSU-C-PRESU-SW
123800     END-IF.
123900     MOVE TABLA-CEN-PRE-PLANT(TABLA-CEN-IDX)  TO PRSU-C-PRE-PLANT.
124000     MOVE TABLA-CEN-PRE-MASA(TABLA-CEN-IDX)   TO PRSU-C-PRE-MASA.
124100     MOVE TABLA-CEN-REAL-PLANT(TABLA-CEN-IDX)
124200         TO PRSU-C-REAL-PLANT.
124300     MOVE TABLA-CEN-REAL-MASA(TABLA-CEN-IDX)  TO PRSU-C-REAL-MASA.
124400     MOVE TABLA-CEN-PEND-PLANT(TABLA-CEN-IDX)
124500         TO PRSU-C-PEND-PLANT.
124600     MOVE TABLA-CEN-PEND-MASA(TABLA-CEN-IDX)  TO PRSU-C-PEND-MASA.
124700     PERFORM 4500-ESCRIBIR-CONCEPTOS THRU 4500-EXIT.
124800
124900 5100-EXIT.
125000     EXIT.
125100
125200******************************************************************
125300*    6000-ESCRIBIR-RESUMEN
125400*    ESCRIBE AL FINAL DEL INFORME LOS TOTALES DE LA EJECUCION.
125500******************************************************************
125600 6000-ESCRIBIR-RESUMEN.
125700     MOVE "RESUMEN" TO LS-TITULO.
125800     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
125900
126000     MOVE "EMPLEADOS ACTIVOS.....................:" TO LR-TEXTO.
126100     MOVE PRSU-ACTIVOS TO LR-CANTIDAD.
126200     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
126300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
126400
126500     MOVE "PRESUPUESTOS DEL ANO LEIDOS...........:" TO LR-TEXTO.
126600     MOVE PRSU-PRESUPUESTOS TO LR-CANTIDAD.
126700     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
126800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
126900
127000     MOVE "DEPARTAMENTOS SIN PRESUPUESTO.........:" TO LR-TEXTO.
127100     MOVE PRSU-SIN-PRESUPUESTO TO LR-CANTIDAD.
127200     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
127300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
127400
127500     MOVE "DEPARTAMENTOS QUE EXCEDEN.............:" TO LR-TEXTO.
127600     MOVE PRSU-EXCEDIDOS TO LR-CANTIDAD.
127700     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
127800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
127900
128000     MOVE "EXCEDERIAN CON LO PENDIENTE...........:" TO LR-TEXTO.
128100     MOVE PRSU-EXCEDERIAN TO LR-CANTIDAD.
128200     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
128300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
128400
128500     MOVE "SOLICITUDES DE SALARIO EN EMPPEND.....:" TO LR-TEXTO.
128600     MOVE PRSU-PEND-SALARIO TO LR-CANTIDAD.
128700     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
128800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
128900
129000     MOVE "SOLICITUDES DE BAJA EN EMPPEND........:" TO LR-TEXTO.
129100     MOVE PRSU-PEND-BAJA TO LR-CANTIDAD.
129200     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
129300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
129400
129500     MOVE "CAMBIOS DE SALARIO EN EMPPROG.........:" TO LR-TEXTO.
129600     MOVE PRSU-PROG-SALARIO TO LR-CANTIDAD.
129700     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
129800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
129900
130000     MOVE "TRASLADOS EN EMPPROG..................:" TO LR-TEXTO.
130100     MOVE PRSU-PROG-TRASLADO TO LR-CANTIDAD.
130200     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
130300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
130400
130500     MOVE "PROGRAMADOS PARA ANOS POSTERIORES.....:" TO LR-TEXTO.
130600     MOVE PRSU-PROG-POSTERIOR TO LR-CANTIDAD.
130700     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
130800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
130900
131000     MOVE "PENDIENTES SIN EMPLEADO ACTIVO........:" TO LR-TEXTO.
131100     MOVE PRSU-SIN-EMPLEADO TO LR-CANTIDAD.
131200     MOVE LIN-RESUMEN TO PRSU-LINEA-SALIDA.
131300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
131400
131500 6000-EXIT.
131600     EXIT.
131700
131800******************************************************************
131900*    7000-ESCRIBIR-LINEA
132000*    ESCRIBE EN EL INFORME LA LINEA PREPARADA EN
132100*    PRSU-LINEA-SALIDA, CONTROLANDO EL SALTO DE PAGINA.
132200******************************************************************
132300 7000-ESCRIBIR-LINEA.
132400     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
132500         OR CNT-PAGINA = ZERO
132600         PERFORM 7100-ESCRIBIR-CABECERA THRU 7100-EXIT
132700     END-IF.
132800
132900     WRITE LINEA-LISTADO FROM PRSU-LINEA-SALIDA.
133000     IF FS-STATUS-LISTADO NOT = "00"
133100         DISPLAY "Error al escribir el informe. STATUS: "
133200             FS-STATUS-LISTADO
133300     END-IF.
133400     ADD 1 TO CNT-LINEAS-PAGINA.
133500
133600 7000-EXIT.
133700     EXIT.
133800
133900******************************************************************
134000*    7100-ESCRIBIR-CABECERA
134100*    INICIA UNA PAGINA NUEVA: AÑO, FECHA, NUMERO DE PAGINA Y
134200*    CABECERA DE COLUMNAS, IGUAL QUE EN EMPREORG.
134300******************************************************************
134400 7100-ESCRIBIR-CABECERA.
134500     ADD 1 TO CNT-PAGINA.
134600     MOVE CNT-PAGINA TO LC1-PAGINA.
134700
134800     IF CNT-PAGINA > 1
134900         WRITE LINEA-LISTADO FROM SPACES
135000         AFTER ADVANCING PAGE
135100     END-IF.
135200     IF FS-STATUS-LISTADO NOT = "00"
135300         DISPLAY "Error al escribir el informe. STATUS: "
135400             FS-STATUS-LISTADO
135500     END-IF.
135600
135700     WRITE LINEA-LISTADO FROM LIN-CABECERA-1.
135800     IF FS-STATUS-LISTADO NOT = "00"
135900         DISPLAY "Error al escribir el informe. STATUS: "
136000             FS-STATUS-LISTADO
136100     END-IF.
136200     WRITE LINEA-LISTADO FROM SPACES.
136300     IF FS-STATUS-LISTADO NOT = "00"
136400         DISPLAY "Error al escribir el informe. STATUS: "
136500             FS-STATUS-LISTADO
136600     END-IF.
136700     WRITE LINEA-LISTADO FROM LIN-CABECERA-2.
136800     IF FS-STATUS-LISTADO NOT = "00"
136900         DISPLAY "Error al escribir el informe. STATUS: "
137000             FS-STATUS-LISTADO
137100     END-IF.
137200
137300     MOVE ZERO TO CNT-LINEAS-PAGINA.
137400
137500 7100-EXIT.
137600     EXIT.
137700
137800******************************************************************
137900*    9000-FINALIZAR
138000*    CIERRA EL INFORME, MUESTRA EL RESUMEN POR PANTALLA Y DEJA EL
138100*    CODIGO DE RETORNO 4 SI ALGUN DEPARTAMENTO EXCEDE YA SU
138200*    PRESUPUESTO.
138300******************************************************************
138400 9000-FINALIZAR.
138500     CLOSE PRESUPUESTOS-LISTADO.
138600
138700     DISPLAY "Ano del presupuesto    : " PRSU-ANO-PEDIDO.
138800     DISPLAY "Empleados leidos       : " PRSU-LEIDOS.
138900     DISPLAY "Empleados activos      : " PRSU-ACTIVOS.
139000     DISPLAY "Deptos. que exceden    : " PRSU-EXCEDIDOS.
139100     DISPLAY "Excederian si se aplica: " PRSU-EXCEDERIAN.
139200
139300     IF PRSU-EXCEDIDOS > ZERO AND RETURN-CODE < 4
139400         MOVE 4 TO RETURN-CODE
139500     END-IF.
139600
139700 9000-EXIT.
139800     EXIT.
139900
140000 END PROGRAM EMPPRESU.
