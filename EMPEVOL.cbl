000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPEVOL.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: EMPEVOL
000900*    DESCRIPCION..: EVOLUCION MENSUAL DE PLANTILLA. PARA EL MES
001000*                   PEDIDO (AAAAMM) RECONSTRUYE POR DEPARTAMENTO
001100*                   LA PLANTILLA DE APERTURA MAS ALTAS, MENOS
001200*                   BAJAS, MAS REINGRESOS, MAS Y MENOS TRASLADOS
001300*                   DE ENTRADA Y DE SALIDA, IGUAL A LA PLANTILLA
001400*                   DE CIERRE, Y LA COMPARA CON EL CIERRE REAL.
001500*                   LOS MOVIMIENTOS SALEN DE LAS ALTAS DE EMPLOG,
001600*                   DE LAS IMAGENES B (BAJA) Y R (REINGRESO) DE
001700*                   EMPHIST Y DE LOS TRASLADOS DE EMPMOV; LAS
001800*                   CORRECCIONES DE DEPARTAMENTO HECHAS DESDE
001900*                   EMPMANT (IMAGEN M CON DEPARTAMENTO DISTINTO)
002000*                   CUENTAN COMO TRASLADO. LOS MESES YA CERRADOS
002100*                   POR EMPCIERRE SE LEEN DE LOS ARCHIVOS
002200*                   EMPLOG_AAAAMM Y EMPHIST_AAAAMM. CADA
002300*                   MOVIMIENTO SE ATRIBUYE AL MES EN QUE SE GRABO
002400*                   (FECHA DEL LOG, DEL HISTORIAL O DEL
002500*                   MOVIMIENTO), QUE ES CUANDO CAMBIO EL MAESTRO.
002600*                   LA APERTURA ES LA FOTO DE CIERRE DEL MES
002700*                   ANTERIOR (EMPFOTO_AAAAMM) QUE DEJA ESTE MISMO
002800*                   PROGRAMA; SI NO EXISTE SE RECONSTRUYE DESDE
002900*                   LOS PROPIOS MOVIMIENTOS Y EL INFORME LO AVISA.
003000*                   EL CIERRE REAL ES EL ESTADO DE empleados.csv
003100*                   DESHACIENDO LOS MOVIMIENTOS POSTERIORES AL
003200*                   MES.
003300*                   SE LISTAN LOS EMPLEADOS CUYO ESTADO NO
003400*                   EXPLICAN LOS MOVIMIENTOS GRABADOS: ES LA FORMA
003500*                   DE DESCUBRIR CAMBIOS HECHOS EN EL MAESTRO SIN
003600*                   DEJAR RASTRO. AL TERMINAR UN MES YA CONCLUIDO
003700*                   GRABA SU FOTO DE CIERRE PARA EL MES SIGUIENTE.
003800*                   PARAMETRO: MES (AAAAMM); SI NO SE INDICA, EL
003900*                   MES EN CURSO.
004000*
004100*    HISTORIAL DE MODIFICACIONES
004200*    FECHA       AUTOR   DESCRIPCION
004300*    ----------  ------  ------------------------------------
004400*    2026-10-15  JCR     PROGRAMA INICIAL.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SPECIAL-NAMES.
004900     DECIMAL-POINT IS COMMA.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT EMPLEADOS-ARCHIVO
005300         ASSIGN TO "g:\Usuarios\empleados.csv"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FS-STATUS.
005600
005700     SELECT DEPARTAMENTOS-ARCHIVO
005800         ASSIGN TO "g:\Usuarios\departamentos.csv"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FS-STATUS-DEPTOS.
006100
006200     SELECT EMPLEADOS-LOG
006300         ASSIGN TO "EMPLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FS-STATUS-LOG.
006600
006700     SELECT LOG-ARCHIVADO
006800         ASSIGN TO DYNAMIC WS-NOMBRE-ARCH-LOG
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FS-STATUS-ARCH-LOG.
007100
007200     SELECT EMPLEADOS-HISTORIAL
007300         ASSIGN TO "EMPHIST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FS-STATUS-HIST.
007600
007700     SELECT HISTORIAL-ARCHIVADO
007800         ASSIGN TO DYNAMIC WS-NOMBRE-ARCH-HIST
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FS-STATUS-ARCH-HIST.
008100
008200     SELECT EMPLEADOS-MOVIMIENTOS
008300         ASSIGN TO "EMPMOV"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS FS-STATUS-MOV.
008600
008700     SELECT FOTO-APERTURA
008800         ASSIGN TO DYNAMIC WS-NOMBRE-FOTO-APER
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS FS-STATUS-FOTO-APER.
009100
009200     SELECT FOTO-CIERRE
009300         ASSIGN TO DYNAMIC WS-NOMBRE-FOTO-CIER
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS FS-STATUS-FOTO-CIER.
009600
009700     SELECT EVOLUCION-LISTADO
009800         ASSIGN TO "EMPEVOLI"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS FS-STATUS-LISTADO.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  EMPLEADOS-ARCHIVO.
010500 COPY EMPREG.
010600
010700 FD  DEPARTAMENTOS-ARCHIVO.
010800 COPY DEPREG.
010900
011000 FD  EMPLEADOS-LOG.
011100 01  LOG-REGISTRO.
011200     05 LOG-ID                PIC 9(05).
011300     05 FILLER                PIC X(01).
011400     05 LOG-FECHA             PIC 9(08).
011500     05 FILLER                PIC X(01).
011600     05 LOG-HORA              PIC 9(08).
011700     05 FILLER                PIC X(01).
011800     05 LOG-OPERADOR          PIC X(08).
011900
012000 FD  LOG-ARCHIVADO.
012100 01  ARCH-LOG-REGISTRO        PIC X(32).
012200
012300 FD  EMPLEADOS-HISTORIAL.
012400 01  HIST-REGISTRO.
012500     05 HIST-OPERACION        PIC X(01).
012600        88 HIST-OPER-BAJA            VALUE "B".
012700        88 HIST-OPER-MODIFICACION    VALUE "M".
012800        88 HIST-OPER-TRASLADO        VALUE "T".
012900        88 HIST-OPER-REINGRESO       VALUE "R".
013000        88 HIST-OPER-RECHAZO         VALUE "X".
013100     05 FILLER                PIC X(01).
013200     05 HIST-FECHA            PIC 9(08).
013300     05 FILLER                PIC X(01).
013400     05 HIST-HORA             PIC 9(08).
013500     05 FILLER                PIC X(01).
013600     05 HIST-OPERADOR         PIC X(08).
013700     05 FILLER                PIC X(01).
013800     05 HIST-IMAGEN-ANTES     PIC X(97).
013900     05 FILLER                PIC X(01).
014000     05 HIST-IMAGEN-DESPUES   PIC X(97).
014100
014200 FD  HISTORIAL-ARCHIVADO.
014300 01  ARCH-HIST-REGISTRO       PIC X(224).
014400
014500 FD  EMPLEADOS-MOVIMIENTOS.
014600 01  MOV-REGISTRO.
014700     05 MOV-ID                 PIC 9(05).
014800     05 FILLER                 PIC X(01).
014900     05 MOV-DEPTO-ANTERIOR     PIC X(03).
015000     05 FILLER                 PIC X(01).
015100     05 MOV-DEPTO-NUEVO        PIC X(03).
015200     05 FILLER                 PIC X(01).
015300     05 MOV-FECHA-EFECTIVA     PIC 9(08).
015400     05 FILLER                 PIC X(01).
015500     05 MOV-FECHA              PIC 9(08).
015600     05 FILLER                 PIC X(01).
015700     05 MOV-HORA               PIC 9(08).
015800     05 FILLER                 PIC X(01).
015900     05 MOV-OPERADOR           PIC X(08).
016000
016100******************************************************************
016200*    FOTO DE CIERRE DE UN MES: UN REGISTRO POR EMPLEADO ACTIVO AL
016300*    TERMINAR EL MES, CON SU DEPARTAMENTO. LA DEL MES ANTERIOR ES
016400*    LA APERTURA DEL MES PEDIDO.
016500******************************************************************
016600 FD  FOTO-APERTURA.
016700 01  FOTO-APER-REGISTRO.
016800     05 FOTO-APER-ID          PIC 9(05).
016900     05 FILLER                PIC X(01).
017000     05 FOTO-APER-DEPTO       PIC X(03).
017100
017200 FD  FOTO-CIERRE.
017300 01  FOTO-CIER-REGISTRO.
017400     05 FOTO-CIER-ID          PIC 9(05).
017500     05 FILLER                PIC X(01).
017600     05 FOTO-CIER-DEPTO       PIC X(03).
017700
017800 FD  EVOLUCION-LISTADO.
017900 01  LINEA-LISTADO            PIC X(132).
018000
018100 WORKING-STORAGE SECTION.
018200******************************************************************
018300*    LINEAS DE CABECERA, SECCION, DETALLE Y RESUMEN DEL INFORME
018400******************************************************************
018500 01  LIN-CABECERA-1.
018600     05 FILLER                PIC X(31) VALUE
018700        "EVOLUCION MENSUAL DE PLANTILLA".
018800     05 FILLER                PIC X(05) VALUE "MES: ".
018900     05 LC1-MES               PIC 9(06).
019000     05 FILLER                PIC X(05) VALUE SPACES.
019100     05 FILLER                PIC X(07) VALUE "FECHA: ".
019200     05 LC1-FECHA             PIC 9999/99/99 VALUE ZERO.
019300     05 FILLER                PIC X(08) VALUE SPACES.
019400     05 FILLER                PIC X(08) VALUE "PAGINA: ".
019500     05 LC1-PAGINA            PIC ZZZ9.
019600
019700 01  LIN-CABECERA-2.
019800     05 FILLER                PIC X(33) VALUE "DEP  NOMBRE".
019900     05 FILLER                PIC X(18) VALUE
020000        " APERTURA    ALTAS".
020100     05 FILLER                PIC X(18) VALUE
020200        "    BAJAS REINGRES".
020300     05 FILLER                PIC X(18) VALUE
020400        " TRAS.ENT TRAS.SAL".
020500     05 FILLER                PIC X(19) VALUE
020600        " CALCULADO     REAL".
020700     05 FILLER                PIC X(17) VALUE
020800        " DIFERENC.  AVISO".
020900
021000 01  LIN-SECCION.
021100     05 LS-TITULO             PIC X(60).
021200
021300 01  LIN-APERTURA.
021400     05 FILLER                PIC X(03) VALUE SPACES.
021500     05 LAP-TEXTO             PIC X(24).
021600     05 LAP-FICHERO           PIC X(15).
021700     05 LAP-NOTA              PIC X(60).
021800
021900 01  LIN-DEPTO.
022000     05 LDE-DEPTO             PIC X(03).
022100     05 FILLER                PIC X(02) VALUE SPACES.
022200     05 LDE-NOMBRE            PIC X(30).
022300     05 FILLER                PIC X(01) VALUE SPACES.
022400     05 LDE-APERTURA          PIC ZZ.ZZ9.
022500     05 FILLER                PIC X(03) VALUE SPACES.
022600     05 LDE-ALTAS             PIC ZZ.ZZ9.
022700     05 FILLER                PIC X(03) VALUE SPACES.
022800     05 LDE-BAJAS             PIC ZZ.ZZ9.
022900     05 FILLER                PIC X(03) VALUE SPACES.
023000     05 LDE-REINGRESOS        PIC ZZ.ZZ9.
023100     05 FILLER                PIC X(03) VALUE SPACES.
023200     05 LDE-ENTRADAS          PIC ZZ.ZZ9.
023300     05 FILLER                PIC X(03) VALUE SPACES.
023400     05 LDE-SALIDAS           PIC ZZ.ZZ9.
023500     05 FILLER                PIC X(03) VALUE SPACES.
023600     05 LDE-CALCULADO         PIC ---.--9.
023700     05 FILLER                PIC X(03) VALUE SPACES.
023800     05 LDE-REAL              PIC ZZ.ZZ9.
023900     05 FILLER                PIC X(03) VALUE SPACES.
024000     05 LDE-DIFERENCIA        PIC ---.--9.
024100     05 FILLER                PIC X(02) VALUE SPACES.
024200     05 LDE-AVISO             PIC X(13).
024300
024400 01  LIN-CAB-EMPLEADO.
024500     05 FILLER                PIC X(40) VALUE
024600        "   ID     PRIMER APELLIDO NOMBRE".
024700     05 FILLER                PIC X(36) VALUE
024800        "APERTURA    CIERRE CALC CIERRE REAL".
024900     05 FILLER                PIC X(06) VALUE "MOTIVO".
025000
025100 01  LIN-EMPLEADO.
025200     05 FILLER                PIC X(03) VALUE SPACES.
025300     05 LEM-ID                PIC 9(05).
025400     05 FILLER                PIC X(02) VALUE SPACES.
025500     05 LEM-APELLIDO1         PIC X(15).
025600     05 FILLER                PIC X(01) VALUE SPACES.
025700     05 LEM-NOMBRE            PIC X(12).
025800     05 FILLER                PIC X(02) VALUE SPACES.
025900     05 LEM-APERTURA          PIC X(10).
026000     05 FILLER                PIC X(02) VALUE SPACES.
026100     05 LEM-CALCULADO         PIC X(10).
026200     05 FILLER                PIC X(02) VALUE SPACES.
026300     05 LEM-REAL              PIC X(10).
026400     05 FILLER                PIC X(02) VALUE SPACES.
026500     05 LEM-MOTIVO            PIC X(40).
026600
026700 01  LIN-RESUMEN.
026800     05 LR-TEXTO              PIC X(40).
026900     05 LR-CANTIDAD           PIC ZZZZ9.
027000
027100 01  EVOL-LINEA-SALIDA        PIC X(132) VALUE SPACES.
027200
027300******************************************************************
027400*    VARIABLES DE CONTROL DEL PROGRAMA
027500******************************************************************
027600 01  FS-STATUS                PIC X(02).
027700 01  FS-STATUS-DEPTOS         PIC X(02).
027800 01  FS-STATUS-LOG            PIC X(02).
027900 01  FS-STATUS-ARCH-LOG       PIC X(02).
028000 01  FS-STATUS-HIST           PIC X(02).
028100 01  FS-STATUS-ARCH-HIST      PIC X(02).
028200 01  FS-STATUS-MOV            PIC X(02).
028300 01  FS-STATUS-FOTO-APER      PIC X(02).
028400 01  FS-STATUS-FOTO-CIER      PIC X(02).
028500 01  FS-STATUS-LISTADO        PIC X(02).
028600 01  WS-FECHA-SISTEMA         PIC 9(08).
028700 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
028800     05 WS-FECHA-AAAAMM       PIC 9(06).
028900     05 WS-FECHA-DD           PIC 9(02).
029000
029100 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
029200 01  WS-PARM-MES              PIC X(06) VALUE SPACES.
029300 01  WS-NOMBRE-ARCH-LOG       PIC X(60) VALUE SPACES.
029400 01  WS-NOMBRE-ARCH-HIST      PIC X(60) VALUE SPACES.
029500 01  WS-NOMBRE-FOTO-APER      PIC X(60) VALUE SPACES.
029600 01  WS-NOMBRE-FOTO-CIER      PIC X(60) VALUE SPACES.
029700
029800******************************************************************
029900*    MES PEDIDO, MES ANTERIOR (CUYA FOTO ES LA APERTURA) Y MES
030000*    QUE SE ESTA LEYENDO AL RECORRER LOS ARCHIVOS MENSUALES DESDE
030100*    EL MES PEDIDO HASTA EL MES EN CURSO.
030200******************************************************************
030300 01  EVOL-MES-PEDIDO          PIC 9(06) VALUE ZERO.
030400 01  EVOL-MES-PEDIDO-R        REDEFINES EVOL-MES-PEDIDO.
030500     05 EVOL-PED-AAAA         PIC 9(04).
030600     05 EVOL-PED-MM           PIC 9(02).
030700 01  EVOL-MES-ANTERIOR        PIC 9(06) VALUE ZERO.
030800 01  EVOL-MES-ANTERIOR-R      REDEFINES EVOL-MES-ANTERIOR.
030900     05 EVOL-ANT-AAAA         PIC 9(04).
031000     05 EVOL-ANT-MM           PIC 9(02).
031100 01  EVOL-MES-LECTURA         PIC 9(06) VALUE ZERO.
031200 01  EVOL-MES-LECTURA-R       REDEFINES EVOL-MES-LECTURA.
031300     05 EVOL-LEC-AAAA         PIC 9(04).
031400     05 EVOL-LEC-MM           PIC 9(02).
031500
031600 01  CONTADORES.
031700     05 CNT-LINEAS-PAGINA     PIC 9(03) COMP VALUE ZERO.
031800     05 CNT-PAGINA            PIC 9(03) COMP VALUE ZERO.
031900     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
032000
032100 01  EVOL-CONTADORES.
032200     05 EVOL-LEIDOS           PIC 9(07) COMP VALUE ZERO.
032300     05 EVOL-EN-FOTO          PIC 9(07) COMP VALUE ZERO.
032400     05 EVOL-ALTAS            PIC 9(07) COMP VALUE ZERO.
032500     05 EVOL-BAJAS            PIC 9(07) COMP VALUE ZERO.
032600     05 EVOL-REINGRESOS       PIC 9(07) COMP VALUE ZERO.
032700     05 EVOL-TRASLADOS        PIC 9(07) COMP VALUE ZERO.
032800     05 EVOL-CORRECCIONES     PIC 9(07) COMP VALUE ZERO.
032900     05 EVOL-POSTERIORES      PIC 9(07) COMP VALUE ZERO.
033000     05 EVOL-ARCHIVOS-LEIDOS  PIC 9(05) COMP VALUE ZERO.
033100     05 EVOL-INEXPLICADOS     PIC 9(07) COMP VALUE ZERO.
033200     05 EVOL-DEPTOS-DIFERENCIA PIC 9(05) COMP VALUE ZERO.
033300     05 EVOL-FOTO-GRABADOS    PIC 9(07) COMP VALUE ZERO.
033400
033500******************************************************************
033600*    TOTALES DE LA EMPRESA Y CAMPOS DE CALCULO DE CADA LINEA.
033700******************************************************************
033800 01  EVOL-TOTALES.
033900     05 EVOL-TOT-APERTURA     PIC 9(07) COMP VALUE ZERO.
034000     05 EVOL-TOT-ALTAS        PIC 9(07) COMP VALUE ZERO.
034100     05 EVOL-TOT-BAJAS        PIC 9(07) COMP VALUE ZERO.
034200     05 EVOL-TOT-REINGRESOS   PIC 9(07) COMP VALUE ZERO.
034300     05 EVOL-TOT-ENTRADAS     PIC 9(07) COMP VALUE ZERO.
034400     05 EVOL-TOT-SALIDAS      PIC 9(07) COMP VALUE ZERO.
034500     05 EVOL-TOT-REAL         PIC 9(07) COMP VALUE ZERO.
034600 01  EVOL-CALCULADO           PIC S9(07) COMP VALUE ZERO.
034700 01  EVOL-DIFERENCIA          PIC S9(07) COMP VALUE ZERO.
034800
034900******************************************************************
035000*    EMPLEADOS EN MEMORIA: LOS DEL MAESTRO, LOS DE LA FOTO DE
035100*    APERTURA Y LOS QUE SOLO APARECEN EN ALGUN MOVIMIENTO. CADA
035200*    ESTADO ES UN INDICADOR DE ACTIVO MAS EL DEPARTAMENTO. DE LOS
035300*    MOVIMIENTOS SE GUARDA SOLO LO NECESARIO PARA EL CUADRE: EL
035400*    ESTADO ANTERIOR AL PRIMERO DEL MES, EL POSTERIOR AL ULTIMO
035500*    DEL MES, EL ANTERIOR AL PRIMERO DE DESPUES DEL MES Y, SI HUBO
035600*    ALTA EN EL MES, EL DEPARTAMENTO DEL MOVIMIENTO QUE LA SIGUE.
035700******************************************************************
035800 01  TABLA-EMPLEADOS.
035900     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
036000     05 TABLA-EMP-ENTRADA     OCCURS 10000 TIMES
036100                              INDEXED BY TABLA-EMP-IDX.
036200        10 TABLA-EMP-ID             PIC 9(05).
036300        10 TABLA-EMP-NOMBRE         PIC X(20).
036400        10 TABLA-EMP-APELLIDO1      PIC X(20).
036500        10 TABLA-EMP-MAESTRO-SW     PIC X(01).
036600           88 TABLA-EMP-EN-MAESTRO         VALUE "S".
036700        10 TABLA-EMP-MAESTRO.
036800           15 TABLA-EMP-MAE-ACT-SW  PIC X(01).
036900           15 TABLA-EMP-MAE-DEPTO   PIC X(03).
037000        10 TABLA-EMP-FOTO.
037100           15 TABLA-EMP-FOTO-ACT-SW PIC X(01).
037200           15 TABLA-EMP-FOTO-DEPTO  PIC X(03).
037300        10 TABLA-EMP-PRI-TS         PIC 9(16).
037400        10 TABLA-EMP-PRIMERO.
037500           15 TABLA-EMP-PRI-ACT-SW  PIC X(01).
037600           15 TABLA-EMP-PRI-DEPTO   PIC X(03).
037700        10 TABLA-EMP-ULT-TS         PIC 9(16).
037800        10 TABLA-EMP-ULT-TIPO       PIC X(01).
037900           88 TABLA-EMP-ULT-ES-ALTA        VALUE "A".
038000        10 TABLA-EMP-ULTIMO.
038100           15 TABLA-EMP-ULT-ACT-SW  PIC X(01).
038200           15 TABLA-EMP-ULT-DEPTO   PIC X(03).
038300        10 TABLA-EMP-POS-TS         PIC 9(16).
038400        10 TABLA-EMP-POSTERIOR.
038500           15 TABLA-EMP-POS-ACT-SW  PIC X(01).
038600           15 TABLA-EMP-POS-DEPTO   PIC X(03).
038700        10 TABLA-EMP-ALTA-TS        PIC 9(16).
038800        10 TABLA-EMP-SIG-TS         PIC 9(16).
038900        10 TABLA-EMP-SIG-DEPTO      PIC X(03).
039000        10 TABLA-EMP-APERTURA.
039100           15 TABLA-EMP-APE-ACT-SW  PIC X(01).
039200           15 TABLA-EMP-APE-DEPTO   PIC X(03).
039300        10 TABLA-EMP-CALCULADO.
039400           15 TABLA-EMP-CAL-ACT-SW  PIC X(01).
039500           15 TABLA-EMP-CAL-DEPTO   PIC X(03).
039600        10 TABLA-EMP-REAL.
039700           15 TABLA-EMP-REA-ACT-SW  PIC X(01).
039800           15 TABLA-EMP-REA-DEPTO   PIC X(03).
039900        10 TABLA-EMP-DESCUADRE-SW   PIC X(01).
040000           88 TABLA-EMP-DESCUADRE-APER     VALUE "S".
040100
040200 01  MSG-TABLA-LLENA          PIC X(60) VALUE
040300     "AVISO: tabla de empleados llena, informe incompleto.".
040400
040500******************************************************************
040600*    TABLA DE DEPARTAMENTOS CON LOS CONCEPTOS DE LA EVOLUCION. SE
040700*    CARGA DESDE departamentos.csv Y SE COMPLETA SOBRE LA MARCHA
040800*    CON LOS CODIGOS QUE APARECEN EN LOS MOVIMIENTOS O EN EL
040900*    MAESTRO SIN ESTAR EN EL DE DEPARTAMENTOS (POR EJEMPLO LOS
041000*    RETIRADOS POR EMPREORG), IGUAL QUE EN EMPPRESU.
041100******************************************************************
041200 01  TABLA-DEPTOS.
041300     05 TABLA-DEPTOS-TOTAL    PIC 9(03) COMP VALUE ZERO.
041400     05 TABLA-DEPTOS-ENTRADA  OCCURS 50 TIMES
041500                              INDEXED BY TABLA-DEPTOS-IDX.
041600        10 TABLA-DEPTOS-CODIGO      PIC X(03).
041700        10 TABLA-DEPTOS-NOMBRE      PIC X(30).
041800        10 TABLA-DEPTOS-APERTURA    PIC 9(05) COMP.
041900        10 TABLA-DEPTOS-ALTAS       PIC 9(05) COMP.
042000        10 TABLA-DEPTOS-BAJAS       PIC 9(05) COMP.
042100        10 TABLA-DEPTOS-REINGRESOS  PIC 9(05) COMP.
042200        10 TABLA-DEPTOS-ENTRADAS    PIC 9(05) COMP.
042300        10 TABLA-DEPTOS-SALIDAS     PIC 9(05) COMP.
042400        10 TABLA-DEPTOS-REAL        PIC 9(05) COMP.
042500
042600 01  MSG-DEPTOS-LLENOS        PIC X(60) VALUE
042700     "AVISO: tabla de departamentos llena, informe incompleto.".
042800
042900******************************************************************
043000*    MOVIMIENTO EN CURSO, YA NORMALIZADO SEA CUAL SEA SU ORIGEN:
043100*    MARCA DE TIEMPO (FECHA Y HORA DE GRABACION), TIPO Y ESTADO
043200*    DEL EMPLEADO ANTES Y DESPUES DEL MOVIMIENTO.
043300******************************************************************
043400 01  EVOL-EVENTO.
043500     05 EVOL-EV-ID            PIC 9(05).
043600     05 EVOL-EV-FECHA         PIC 9(08).
043700     05 EVOL-EV-FECHA-R       REDEFINES EVOL-EV-FECHA.
043800        10 EVOL-EV-AAAAMM     PIC 9(06).
043900        10 EVOL-EV-DD         PIC 9(02).
044000     05 EVOL-EV-HORA          PIC 9(08).
044100     05 EVOL-EV-TS            PIC 9(16).
044200     05 EVOL-EV-TIPO          PIC X(01).
044300        88 EVOL-EV-ALTA              VALUE "A".
044400        88 EVOL-EV-BAJA              VALUE "B".
044500        88 EVOL-EV-REINGRESO         VALUE "R".
044600        88 EVOL-EV-TRASLADO          VALUE "T".
044700        88 EVOL-EV-CORRECCION        VALUE "C".
044800     05 EVOL-EV-ANTES.
044900        10 EVOL-EV-ANT-ACT-SW PIC X(01).
045000        10 EVOL-EV-ANT-DEPTO  PIC X(03).
045100     05 EVOL-EV-DESPUES.
045200        10 EVOL-EV-DES-ACT-SW PIC X(01).
045300        10 EVOL-EV-DES-DEPTO  PIC X(03).
045400
045500******************************************************************
045600*    IMAGEN DE UN REGISTRO DE EMPLEADO GUARDADA EN EMPHIST.
045700******************************************************************
045800 01  EVOL-IMAGEN.
045900     05 EVOL-IMG-ID           PIC 9(05).
046000     05 EVOL-IMG-NOMBRE       PIC X(20).
046100     05 EVOL-IMG-APELLIDO1    PIC X(20).
046200     05 EVOL-IMG-APELLIDO2    PIC X(20).
046300     05 EVOL-IMG-DEPTO        PIC X(03).
046400     05 EVOL-IMG-FECHA-ALTA   PIC 9(08).
046500     05 EVOL-IMG-SALARIO      PIC 9(07)V99.
046600     05 EVOL-IMG-ESTADO       PIC X(01).
046700        88 EVOL-IMG-EN-BAJA          VALUE "B".
046800     05 EVOL-IMG-FECHA-BAJA   PIC 9(08).
046900     05 EVOL-IMG-MOTIVO-BAJA  PIC X(03).
047000
047100******************************************************************
047200*    DOS ESTADOS DE EMPLEADO PARA COMPARARLOS. UN EMPLEADO NO
047300*    ACTIVO NO TIENE DEPARTAMENTO QUE COMPARAR.
047400******************************************************************
047500 01  EVOL-ESTADO-A.
047600     05 EVOL-A-ACT-SW         PIC X(01).
047700        88 EVOL-A-ACTIVO             VALUE "S".
047800     05 EVOL-A-DEPTO          PIC X(03).
047900 01  EVOL-ESTADO-B.
048000     05 EVOL-B-ACT-SW         PIC X(01).
048100        88 EVOL-B-ACTIVO             VALUE "S".
048200     05 EVOL-B-DEPTO          PIC X(03).
048300
048400 01  EVOL-TEXTO-ESTADO        PIC X(10).
048500 01  EVOL-TEXTO-ESTADO-R      REDEFINES EVOL-TEXTO-ESTADO.
048600     05 EVOL-TEXTO-LITERAL    PIC X(07).
048700     05 EVOL-TEXTO-DEPTO      PIC X(03).
048800
048900 01  EVOL-DEPTO-ALTA          PIC X(03).
049000 01  EVOL-IDX-HALLADO         PIC 9(03) COMP VALUE ZERO.
049100 01  EVOL-IDX-EMPLEADO        PIC 9(05) COMP VALUE ZERO.
049200 01  EVOL-ID-BUSCADO          PIC 9(05) VALUE ZERO.
049300 01  DEPTO-BUSCADO            PIC X(03).
049400
049500 01  EVOL-SWITCHES.
049600     05 EVOL-FIN-FICHERO-SW   PIC X(01) VALUE "N".
049700        88 EVOL-FIN-FICHERO          VALUE "S".
049800     05 EVOL-FIN-DEPTOS-SW    PIC X(01) VALUE "N".
049900        88 EVOL-FIN-DEPTOS           VALUE "S".
050000     05 EVOL-HALLADO-SW       PIC X(01) VALUE "N".
050100        88 EVOL-HALLADO              VALUE "S".
050200     05 EVOL-EMP-HALLADO-SW   PIC X(01) VALUE "N".
050300        88 EVOL-EMP-HALLADO          VALUE "S".
050400     05 EVOL-TABLA-LLENA-SW   PIC X(01) VALUE "N".
050500        88 EVOL-TABLA-LLENA          VALUE "S".
050600     05 EVOL-DEPTOS-LLENOS-SW PIC X(01) VALUE "N".
050700        88 EVOL-DEPTOS-LLENOS        VALUE "S".
050800     05 EVOL-HAY-LINEAS-SW    PIC X(01) VALUE "N".
050900        88 EVOL-HAY-LINEAS           VALUE "S".
051000     05 EVOL-CON-FOTO-SW      PIC X(01) VALUE "N".
051100        88 EVOL-CON-FOTO             VALUE "S".
051200     05 EVOL-GRABAR-FOTO-SW   PIC X(01) VALUE "N".
051300        88 EVOL-GRABAR-FOTO          VALUE "S".
051400     05 EVOL-IGUALES-SW       PIC X(01) VALUE "N".
051500        88 EVOL-IGUALES              VALUE "S".
051600
051700 PROCEDURE DIVISION.
051800******************************************************************
051900*    0000-MAINLINE
052000*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA. LAS ALTAS DE
052100*    EMPLOG SE LEEN ANTES QUE EL RESTO DE MOVIMIENTOS PARA QUE,
052200*    AL LLEGAR ESTOS, YA SE SEPA QUIEN ENTRO EN EL MES.
052300******************************************************************
052400 0000-MAINLINE.
052500     PERFORM 1000-INICIALIZAR
052600         THRU 1000-EXIT.
052700
052800     PERFORM 2000-LEER-ALTAS
052900         THRU 2000-EXIT.
053000
053100     PERFORM 2100-LEER-HISTORIAL
053200         THRU 2100-EXIT.
053300
053400     PERFORM 2200-LEER-MOVIMIENTOS
053500         THRU 2200-EXIT.
053600
053700     PERFORM 3000-ABRIR-FOTO-CIERRE
053800         THRU 3000-EXIT.
053900
054000     PERFORM 3100-CUADRAR-EMPLEADO
054100         THRU 3100-EXIT
054200         VARYING TABLA-EMP-IDX FROM 1 BY 1
054300         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
054400
054500     IF EVOL-GRABAR-FOTO
054600         CLOSE FOTO-CIERRE
054700     END-IF.
054800
054900     PERFORM 4000-INFORME-DEPTOS
055000         THRU 4000-EXIT.
055100
055200     PERFORM 5000-INFORME-EMPLEADOS
055300         THRU 5000-EXIT.
055400
055500     PERFORM 6000-ESCRIBIR-RESUMEN
055600         THRU 6000-EXIT.
055700
055800     PERFORM 9000-FINALIZAR
055900         THRU 9000-EXIT.
056000
056100     STOP RUN.
056200
056300 0000-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700*    1000-INICIALIZAR
056800*    OBTIENE LA FECHA DEL SISTEMA Y EL MES PEDIDO (NO POSTERIOR
056900*    AL MES EN CURSO), PREPARA LOS NOMBRES DE LAS FOTOS, ABRE EL
057000*    INFORME Y CARGA DEPARTAMENTOS, EMPLEADOS Y FOTO DE APERTURA.
057100******************************************************************
057200 1000-INICIALIZAR.
057300     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
057400     MOVE WS-FECHA-SISTEMA (1:4) TO LC1-FECHA (1:4).
057500     MOVE WS-FECHA-SISTEMA (5:2) TO LC1-FECHA (6:2).
057600     MOVE WS-FECHA-DD            TO LC1-FECHA (9:2).
057700
057800     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
057900     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
058000         INTO WS-PARM-MES.
058100     IF WS-PARM-MES = SPACES
058200         MOVE WS-FECHA-AAAAMM TO EVOL-MES-PEDIDO
058300     ELSE
058400         IF WS-PARM-MES IS NOT NUMERIC
058500             DISPLAY "Mes no valido (AAAAMM): " WS-PARM-MES
058600             MOVE 16 TO RETURN-CODE
058700             STOP RUN
058800         END-IF
058900         MOVE WS-PARM-MES TO EVOL-MES-PEDIDO
059000     END-IF.
059100
059200     IF EVOL-PED-MM < 1 OR EVOL-PED-MM > 12
059300         DISPLAY "Mes no valido (AAAAMM): " EVOL-MES-PEDIDO
059400         MOVE 16 TO RETURN-CODE
059500         STOP RUN
059600     END-IF.
059700     IF EVOL-MES-PEDIDO > WS-FECHA-AAAAMM
059800         DISPLAY "No se puede cuadrar un mes futuro. Mes pedido: "
059900             EVOL-MES-PEDIDO
060000         MOVE 16 TO RETURN-CODE
060100         STOP RUN
060200     END-IF.
060300     MOVE EVOL-MES-PEDIDO TO LC1-MES.
060400
060500*    SOLO SE GRABA LA FOTO DE CIERRE DE UN MES YA TERMINADO; LA
060600*    DEL MES EN CURSO TODAVIA PUEDE CAMBIAR.
060700     IF EVOL-MES-PEDIDO < WS-FECHA-AAAAMM
060800         MOVE "S" TO EVOL-GRABAR-FOTO-SW
060900     END-IF.
061000
061100     MOVE EVOL-MES-PEDIDO TO EVOL-MES-ANTERIOR.
061200     IF EVOL-ANT-MM = 1
061300         SUBTRACT 1 FROM EVOL-ANT-AAAA
061400         MOVE 12 TO EVOL-ANT-MM
061500     ELSE
061600         SUBTRACT 1 FROM EVOL-ANT-MM
061700     END-IF.
061800
061900     MOVE SPACES TO WS-NOMBRE-FOTO-APER.
062000     STRING "EMPFOTO_"        DELIMITED BY SIZE
062100            EVOL-MES-ANTERIOR DELIMITED BY SIZE
062200         INTO WS-NOMBRE-FOTO-APER.
062300     MOVE SPACES TO WS-NOMBRE-FOTO-CIER.
062400     STRING "EMPFOTO_"        DELIMITED BY SIZE
062500            EVOL-MES-PEDIDO   DELIMITED BY SIZE
062600         INTO WS-NOMBRE-FOTO-CIER.
062700
062800     OPEN OUTPUT EVOLUCION-LISTADO.
062900     IF FS-STATUS-LISTADO NOT = "00"
063000         DISPLAY "Error al abrir el informe. STATUS: "
063100             FS-STATUS-LISTADO
063200         MOVE 16 TO RETURN-CODE
063300         STOP RUN
063400     END-IF.
063500
063600     PERFORM 1100-CARGAR-DEPTOS
063700         THRU 1100-EXIT.
063800
063900     OPEN INPUT EMPLEADOS-ARCHIVO.
064000     IF FS-STATUS NOT = "00"
064100         DISPLAY "No se ha podido abrir empleados.csv. STATUS: "
064200             FS-STATUS
064300         CLOSE EVOLUCION-LISTADO
064400         MOVE 16 TO RETURN-CODE
064500         STOP RUN
064600     END-IF.
064700     MOVE "N" TO EVOL-FIN-FICHERO-SW.
064800     PERFORM 1300-CARGAR-EMPLEADOS
064900         THRU 1300-EXIT
065000         UNTIL EVOL-FIN-FICHERO.
065100     CLOSE EMPLEADOS-ARCHIVO.
065200
065300     PERFORM 1400-CARGAR-FOTO-APERTURA
065400         THRU 1400-EXIT.
065500
065600 1000-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000*    1100-CARGAR-DEPTOS
066100*    CARGA EN LA TABLA-DEPTOS LOS CODIGOS Y NOMBRES DEL MAESTRO
066200*    DE DEPARTAMENTOS, CON LOS CONCEPTOS A CERO.
066300******************************************************************
066400 1100-CARGAR-DEPTOS.
066500     MOVE ZERO TO TABLA-DEPTOS-TOTAL.
066600     MOVE "N" TO EVOL-FIN-DEPTOS-SW.
066700
066800     OPEN INPUT DEPARTAMENTOS-ARCHIVO.
066900     IF FS-STATUS-DEPTOS = "00"
067000         PERFORM 1110-LEER-UN-DEPTO
067100             THRU 1110-EXIT
067200             UNTIL EVOL-FIN-DEPTOS
067300         CLOSE DEPARTAMENTOS-ARCHIVO
067400     ELSE
067500         DISPLAY "AVISO: no se pudo cargar el maestro de "
067600             "departamentos. STATUS: " FS-STATUS-DEPTOS
067700     END-IF.
067800
067900 1100-EXIT.
068000     EXIT.
068100
068200 1110-LEER-UN-DEPTO.
068300     READ DEPARTAMENTOS-ARCHIVO
068400         AT END
068500             MOVE "S" TO EVOL-FIN-DEPTOS-SW
068600         NOT AT END
068700             IF TABLA-DEPTOS-TOTAL < 50
068800                 ADD 1 TO TABLA-DEPTOS-TOTAL
068900                 MOVE DEPARTAMENTOS-CODIGO TO
069000                     TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-TOTAL)
069100                 MOVE DEPARTAMENTOS-NOMBRE TO
069200                     TABLA-DEPTOS-NOMBRE(TABLA-DEPTOS-TOTAL)
069300                 PERFORM 1150-LIMPIAR-ACUMULADOS
069400                     THRU 1150-EXIT
069500             ELSE
069600                 IF NOT EVOL-DEPTOS-LLENOS
069700                     DISPLAY MSG-DEPTOS-LLENOS
069800                     MOVE "S" TO EVOL-DEPTOS-LLENOS-SW
069900                 END-IF
070000             END-IF
070100     END-READ.
070200
070300 1110-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700*    1150-LIMPIAR-ACUMULADOS
070800*    DEJA A CERO LOS CONCEPTOS DE LA ULTIMA ENTRADA AÑADIDA A LA
070900*    TABLA-DEPTOS.
071000******************************************************************
071100 1150-LIMPIAR-ACUMULADOS.
071200     MOVE ZERO TO TABLA-DEPTOS-APERTURA(TABLA-DEPTOS-TOTAL).
071300     MOVE ZERO TO TABLA-DEPTOS-ALTAS(TABLA-DEPTOS-TOTAL).
071400     MOVE ZERO TO TABLA-DEPTOS-BAJAS(TABLA-DEPTOS-TOTAL).
071500     MOVE ZERO TO TABLA-DEPTOS-REINGRESOS(TABLA-DEPTOS-TOTAL).
071600     MOVE ZERO TO TABLA-DEPTOS-ENTRADAS(TABLA-DEPTOS-TOTAL).
071700     MOVE ZERO TO TABLA-DEPTOS-SALIDAS(TABLA-DEPTOS-TOTAL).
071800     MOVE ZERO TO TABLA-DEPTOS-REAL(TABLA-DEPTOS-TOTAL).
071900
072000 1150-EXIT.
072100     EXIT.
072200
072300******************************************************************
072400*    1300-CARGAR-EMPLEADOS
072500*    GUARDA CADA EMPLEADO DEL MAESTRO CON SU ESTADO ACTUAL: ACTIVO
072600*    SI NO ESTA DADO DE BAJA (COMO EN EMPSTAT), Y SU DEPARTAMENTO.
072700******************************************************************
072800 1300-CARGAR-EMPLEADOS.
072900     READ EMPLEADOS-ARCHIVO
073000         AT END
073100             MOVE "S" TO EVOL-FIN-FICHERO-SW
073200             GO TO 1300-EXIT
073300     END-READ.
073400
073500     ADD 1 TO EVOL-LEIDOS.
073600     MOVE EMPLEADOS-ID TO EVOL-ID-BUSCADO.
073700     PERFORM 2500-LOCALIZAR-EMPLEADO THRU 2500-EXIT.
073800     IF NOT EVOL-EMP-HALLADO
073900         GO TO 1300-EXIT
074000     END-IF.
074100
074200     MOVE EMPLEADOS-NOMBRE
074300         TO TABLA-EMP-NOMBRE(EVOL-IDX-EMPLEADO).
074400     MOVE EMPLEADOS-APELLIDO1
074500         TO TABLA-EMP-APELLIDO1(EVOL-IDX-EMPLEADO).
074600     MOVE "S" TO TABLA-EMP-MAESTRO-SW(EVOL-IDX-EMPLEADO).
074700     MOVE EMPLEADOS-DEPTO
074800         TO TABLA-EMP-MAE-DEPTO(EVOL-IDX-EMPLEADO).
074900     IF EMPLEADOS-EN-BAJA
075000         MOVE "N" TO TABLA-EMP-MAE-ACT-SW(EVOL-IDX-EMPLEADO)
075100     ELSE
075200         MOVE "S" TO TABLA-EMP-MAE-ACT-SW(EVOL-IDX-EMPLEADO)
075300     END-IF.
075400
075500 1300-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900*    1400-CARGAR-FOTO-APERTURA
076000*    LEE LA FOTO DE CIERRE DEL MES ANTERIOR. SI NO EXISTE, LA
076100*    APERTURA SE RECONSTRUIRA DESDE LOS MOVIMIENTOS.
076200******************************************************************
076300 1400-CARGAR-FOTO-APERTURA.
076400     OPEN INPUT FOTO-APERTURA.
076500     IF FS-STATUS-FOTO-APER NOT = "00"
076600         IF FS-STATUS-FOTO-APER NOT = "35"
076700             DISPLAY "AVISO: no se pudo leer "
076800                 WS-NOMBRE-FOTO-APER " STATUS: "
076900                 FS-STATUS-FOTO-APER
077000         END-IF
077100         GO TO 1400-EXIT
077200     END-IF.
077300
077400     MOVE "S" TO EVOL-CON-FOTO-SW.
077500     MOVE "N" TO EVOL-FIN-FICHERO-SW.
077600     PERFORM 1410-LEER-UNA-FOTO
077700         THRU 1410-EXIT
077800         UNTIL EVOL-FIN-FICHERO.
077900     CLOSE FOTO-APERTURA.
078000
078100 1400-EXIT.
078200     EXIT.
078300
078400 1410-LEER-UNA-FOTO.
078500     READ FOTO-APERTURA
078600         AT END
078700             MOVE "S" TO EVOL-FIN-FICHERO-SW
078800             GO TO 1410-EXIT
078900     END-READ.
079000
079100     IF FOTO-APER-ID IS NOT NUMERIC
079200         GO TO 1410-EXIT
079300     END-IF.
079400     ADD 1 TO EVOL-EN-FOTO.
079500     MOVE FOTO-APER-ID TO EVOL-ID-BUSCADO.
079600     PERFORM 2500-LOCALIZAR-EMPLEADO THRU 2500-EXIT.
079700     IF EVOL-EMP-HALLADO
079800         MOVE "S" TO TABLA-EMP-FOTO-ACT-SW(EVOL-IDX-EMPLEADO)
079900         MOVE FOTO-APER-DEPTO
080000             TO TABLA-EMP-FOTO-DEPTO(EVOL-IDX-EMPLEADO)
080100     END-IF.
080200
080300 1410-EXIT.
080400     EXIT.
080500
080600******************************************************************
080700*    2000-LEER-ALTAS
080800*    RECORRE LOS ARCHIVOS EMPLOG_AAAAMM DESDE EL MES PEDIDO HASTA
080900*    EL MES EN CURSO (LOS QUE NO EXISTEN ES QUE ESE MES NO SE HA
081000*    CERRADO) Y DESPUES EL LOG VIVO.
081100******************************************************************
081200 2000-LEER-ALTAS.
081300     MOVE EVOL-MES-PEDIDO TO EVOL-MES-LECTURA.
081400     PERFORM 2010-ALTAS-DE-UN-MES
081500         THRU 2010-EXIT
081600         UNTIL EVOL-MES-LECTURA > WS-FECHA-AAAAMM.
081700
081800     OPEN INPUT EMPLEADOS-LOG.
081900     IF FS-STATUS-LOG NOT = "00"
082000         IF FS-STATUS-LOG NOT = "35"
082100             DISPLAY "AVISO: no se pudo leer EMPLOG. STATUS: "
082200                 FS-STATUS-LOG
082300         END-IF
082400         GO TO 2000-EXIT
082500     END-IF.
082600     MOVE "N" TO EVOL-FIN-FICHERO-SW.
082700     PERFORM 2030-LEER-ALTA-VIVA
082800         THRU 2030-EXIT
082900         UNTIL EVOL-FIN-FICHERO.
083000     CLOSE EMPLEADOS-LOG.
083100
083200 2000-EXIT.
083300     EXIT.
083400
083500 2010-ALTAS-DE-UN-MES.
083600     MOVE SPACES TO WS-NOMBRE-ARCH-LOG.
083700     STRING "EMPLOG_"        DELIMITED BY SIZE
083800            EVOL-MES-LECTURA DELIMITED BY SIZE
083900         INTO WS-NOMBRE-ARCH-LOG.
084000     PERFORM 2800-AVANZAR-MES THRU 2800-EXIT.
084100
084200     OPEN INPUT LOG-ARCHIVADO.
084300     IF FS-STATUS-ARCH-LOG NOT = "00"
084400         GO TO 2010-EXIT
084500     END-IF.
084600     ADD 1 TO EVOL-ARCHIVOS-LEIDOS.
084700     MOVE "N" TO EVOL-FIN-FICHERO-SW.
084800     PERFORM 2020-LEER-ALTA-ARCHIVADA
084900         THRU 2020-EXIT
085000         UNTIL EVOL-FIN-FICHERO.
085100     CLOSE LOG-ARCHIVADO.
085200
085300 2010-EXIT.
085400     EXIT.
085500
085600 2020-LEER-ALTA-ARCHIVADA.
085700     READ LOG-ARCHIVADO
085800         AT END
085900             MOVE "S" TO EVOL-FIN-FICHERO-SW
086000         NOT AT END
086100             MOVE ARCH-LOG-REGISTRO TO LOG-REGISTRO
086200             PERFORM 2050-TRATAR-ALTA THRU 2050-EXIT
086300     END-READ.
086400
086500 2020-EXIT.
086600     EXIT.
086700
086800 2030-LEER-ALTA-VIVA.
086900     READ EMPLEADOS-LOG
087000         AT END
087100             MOVE "S" TO EVOL-FIN-FICHERO-SW
087200         NOT AT END
087300             PERFORM 2050-TRATAR-ALTA THRU 2050-EXIT
087400     END-READ.
087500
087600 2030-EXIT.
087700     EXIT.
087800
087900******************************************************************
088000*    2050-TRATAR-ALTA
088100*    UN ALTA PASA AL EMPLEADO DE NO EXISTIR A ACTIVO. SU
088200*    DEPARTAMENTO NO CONSTA EN EMPLOG: SE DEDUCE AL FINAL DEL
088300*    MOVIMIENTO SIGUIENTE O, SI NO LO HAY, DEL MAESTRO.
088400******************************************************************
088500 2050-TRATAR-ALTA.
088600     IF LOG-ID IS NOT NUMERIC OR LOG-FECHA IS NOT NUMERIC
088700         GO TO 2050-EXIT
088800     END-IF.
088900
089000     MOVE LOG-ID    TO EVOL-EV-ID.
089100     MOVE LOG-FECHA TO EVOL-EV-FECHA.
089200     MOVE LOG-HORA  TO EVOL-EV-HORA.
089300     MOVE "A"       TO EVOL-EV-TIPO.
089400     MOVE "N"       TO EVOL-EV-ANT-ACT-SW.
089500     MOVE SPACES    TO EVOL-EV-ANT-DEPTO.
089600     MOVE "S"       TO EVOL-EV-DES-ACT-SW.
089700     MOVE SPACES    TO EVOL-EV-DES-DEPTO.
089800     PERFORM 2700-REGISTRAR-EVENTO THRU 2700-EXIT.
089900
090000 2050-EXIT.
090100     EXIT.
090200
090300******************************************************************
090400*    2100-LEER-HISTORIAL
090500*    RECORRE LOS ARCHIVOS EMPHIST_AAAAMM DESDE EL MES PEDIDO HASTA
090600*    EL MES EN CURSO Y DESPUES EL HISTORIAL VIVO.
090700******************************************************************
090800 2100-LEER-HISTORIAL.
090900     MOVE EVOL-MES-PEDIDO TO EVOL-MES-LECTURA.
091000     PERFORM 2110-HIST-DE-UN-MES
091100         THRU 2110-EXIT
091200         UNTIL EVOL-MES-LECTURA > WS-FECHA-AAAAMM.
091300
091400     OPEN INPUT EMPLEADOS-HISTORIAL.
091500     IF FS-STATUS-HIST NOT = "00"
091600         IF FS-STATUS-HIST NOT = "35"
091700             DISPLAY "AVISO: no se pudo leer EMPHIST. STATUS: "
091800                 FS-STATUS-HIST
091900         END-IF
092000         GO TO 2100-EXIT
092100     END-IF.
092200     MOVE "N" TO EVOL-FIN-FICHERO-SW.
092300     PERFORM 2130-LEER-CAMBIO-VIVO
092400         THRU 2130-EXIT
092500         UNTIL EVOL-FIN-FICHERO.
092600     CLOSE EMPLEADOS-HISTORIAL.
092700
092800 2100-EXIT.
092900     EXIT.
093000
093100 2110-HIST-DE-UN-MES.
093200     MOVE SPACES TO WS-NOMBRE-ARCH-HIST.
093300     STRING "EMPHIST_"       DELIMITED BY SIZE
093400            EVOL-MES-LECTURA DELIMITED BY SIZE
093500         INTO WS-NOMBRE-ARCH-HIST.
093600     PERFORM 2800-AVANZAR-MES THRU 2800-EXIT.
093700
093800     OPEN INPUT HISTORIAL-ARCHIVADO.
093900     IF FS-STATUS-ARCH-HIST NOT = "00"
094000         GO TO 2110-EXIT
094100     END-IF.
094200     ADD 1 TO EVOL-ARCHIVOS-LEIDOS.
094300     MOVE "N" TO EVOL-FIN-FICHERO-SW.
094400     PERFORM 2120-LEER-CAMBIO-ARCHIVADO
094500         THRU 2120-EXIT
094600         UNTIL EVOL-FIN-FICHERO.
094700     CLOSE HISTORIAL-ARCHIVADO.
094800
094900 2110-EXIT.
095000     EXIT.
095100
095200 2120-LEER-CAMBIO-ARCHIVADO.
095300     READ HISTORIAL-ARCHIVADO
095400         AT END
095500             MOVE "S" TO EVOL-FIN-FICHERO-SW
095600         NOT AT END
095700             MOVE ARCH-HIST-REGISTRO TO HIST-REGISTRO
095800             PERFORM 2150-TRATAR-CAMBIO THRU 2150-EXIT
095900     END-READ.
096000
096100 2120-EXIT.
096200     EXIT.
096300
096400 2130-LEER-CAMBIO-VIVO.
096500     READ EMPLEADOS-HISTORIAL
096600         AT END
096700             MOVE "S" TO EVOL-FIN-FICHERO-SW
096800         NOT AT END
096900             PERFORM 2150-TRATAR-CAMBIO THRU 2150-EXIT
097000     END-READ.
097100
097200 2130-EXIT.
097300     EXIT.
097400
097500******************************************************************
097600*    2150-TRATAR-CAMBIO
097700*    DE EMPHIST SOLO INTERESAN LAS BAJAS, LOS REINGRESOS Y LAS
097800*    MODIFICACIONES QUE CAMBIAN EL DEPARTAMENTO. LOS TRASLADOS
097900*    "T" YA CONSTAN EN EMPMOV, QUE SE GRABA ANTES QUE ELLOS, Y
098000*    LOS RECHAZOS "X" NO TOCAN EL MAESTRO. EL ESTADO ANTES Y
098100*    DESPUES SALE DE LAS PROPIAS IMAGENES.
098200******************************************************************
098300 2150-TRATAR-CAMBIO.
098400     IF HIST-FECHA IS NOT NUMERIC
098500         GO TO 2150-EXIT
098600     END-IF.
098700
098800     MOVE HIST-IMAGEN-ANTES TO EVOL-IMAGEN.
098900     IF EVOL-IMG-ID IS NOT NUMERIC
099000         GO TO 2150-EXIT
099100     END-IF.
099200     MOVE EVOL-IMG-ID    TO EVOL-EV-ID.
099300     MOVE EVOL-IMG-DEPTO TO EVOL-EV-ANT-DEPTO.
099400     IF EVOL-IMG-EN-BAJA
099500         MOVE "N" TO EVOL-EV-ANT-ACT-SW
099600     ELSE
099700         MOVE "S" TO EVOL-EV-ANT-ACT-SW
099800     END-IF.
099900
100000     MOVE HIST-IMAGEN-DESPUES TO EVOL-IMAGEN.
100100     MOVE EVOL-IMG-DEPTO TO EVOL-EV-DES-DEPTO.
100200     IF EVOL-IMG-EN-BAJA
100300         MOVE "N" TO EVOL-EV-DES-ACT-SW
100400     ELSE
100500         MOVE "S" TO EVOL-EV-DES-ACT-SW
100600     END-IF.
100700
100800     EVALUATE TRUE
100900         WHEN HIST-OPER-BAJA
101000             MOVE "B" TO EVOL-EV-TIPO
101100         WHEN HIST-OPER-REINGRESO
101200             MOVE "R" TO EVOL-EV-TIPO
101300         WHEN HIST-OPER-MODIFICACION
101400             AND EVOL-EV-ANT-DEPTO NOT = EVOL-EV-DES-DEPTO
101500             MOVE "C" TO EVOL-EV-TIPO
101600         WHEN OTHER
101700             GO TO 2150-EXIT
101800     END-EVALUATE.
101900
102000     MOVE HIST-FECHA TO EVOL-EV-FECHA.
102100     MOVE HIST-HORA  TO EVOL-EV-HORA.
102200     PERFORM 2700-REGISTRAR-EVENTO THRU 2700-EXIT.
102300
102400*    UN EMPLEADO QUE YA NO ESTA EN EL MAESTRO TOMA EL NOMBRE DE
102500*    LA IMAGEN PARA PODER IDENTIFICARLO EN EL INFORME.
102600     IF EVOL-EMP-HALLADO
102700         AND TABLA-EMP-NOMBRE(EVOL-IDX-EMPLEADO) = SPACES
102800         MOVE EVOL-IMG-NOMBRE
102900             TO TABLA-EMP-NOMBRE(EVOL-IDX-EMPLEADO)
103000         MOVE EVOL-IMG-APELLIDO1
103100             TO TABLA-EMP-APELLIDO1(EVOL-IDX-EMPLEADO)
103200     END-IF.
103300
103400 2150-EXIT.
103500     EXIT.
103600
103700******************************************************************
103800*    2200-LEER-MOVIMIENTOS
103900*    CADA TRASLADO DE EMPMOV PASA AL EMPLEADO, ACTIVO, DEL
104000*    DEPARTAMENTO ANTERIOR AL NUEVO. EMPMOV NO SE ARCHIVA.
104100******************************************************************
104200 2200-LEER-MOVIMIENTOS.
104300     OPEN INPUT EMPLEADOS-MOVIMIENTOS.
104400     IF FS-STATUS-MOV NOT = "00"
104500         IF FS-STATUS-MOV NOT = "35"
104600             DISPLAY "AVISO: no se pudo leer EMPMOV. STATUS: "
104700                 FS-STATUS-MOV
104800         END-IF
104900         GO TO 2200-EXIT
105000     END-IF.
105100
105200     MOVE "N" TO EVOL-FIN-FICHERO-SW.
105300     PERFORM 2210-LEER-UN-MOVIMIENTO
105400         THRU 2210-EXIT
105500         UNTIL EVOL-FIN-FICHERO.
105600     CLOSE EMPLEADOS-MOVIMIENTOS.
105700
105800 2200-EXIT.
105900     EXIT.
106000
106100 2210-LEER-UN-MOVIMIENTO.
106200     READ EMPLEADOS-MOVIMIENTOS
106300         AT END
106400             MOVE "S" TO EVOL-FIN-FICHERO-SW
106500             GO TO 2210-EXIT
106600     END-READ.
106700
106800     IF MOV-ID IS NOT NUMERIC OR MOV-FECHA IS NOT NUMERIC
106900         GO TO 2210-EXIT
107000     END-IF.
107100
107200     MOVE MOV-ID             TO EVOL-EV-ID.
107300     MOVE MOV-FECHA          TO EVOL-EV-FECHA.
107400     MOVE MOV-HORA           TO EVOL-EV-HORA.
107500     MOVE "T"                TO EVOL-EV-TIPO.
107600     MOVE "S"                TO EVOL-EV-ANT-ACT-SW.
107700     MOVE MOV-DEPTO-ANTERIOR TO EVOL-EV-ANT-DEPTO.
107800     MOVE "S"                TO EVOL-EV-DES-ACT-SW.
107900     MOVE MOV-DEPTO-NUEVO    TO EVOL-EV-DES-DEPTO.
108000     PERFORM 2700-REGISTRAR-EVENTO THRU 2700-EXIT.
108100
108200 2210-EXIT.
108300     EXIT.
108400
108500******************************************************************
108600*    2500-LOCALIZAR-EMPLEADO
108700*    BUSCA EN LA TABLA DE EMPLEADOS EL EVOL-ID-BUSCADO. SI NO
108800*    ESTA, LO AÑADE SIN MAESTRO, SIN FOTO Y SIN MOVIMIENTOS. DEJA
108900*    EVOL-EMP-HALLADO ACTIVO Y LA POSICION EN EVOL-IDX-EMPLEADO,
109000*    SALVO QUE LA TABLA ESTE LLENA.
109100******************************************************************
109200 2500-LOCALIZAR-EMPLEADO.
109300     MOVE "N" TO EVOL-EMP-HALLADO-SW.
109400     PERFORM 2510-COMPARAR-EMPLEADO
109500         THRU 2510-EXIT
109600         VARYING TABLA-EMP-IDX FROM 1 BY 1
109700         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL
109800         OR EVOL-EMP-HALLADO.
109900
110000     IF EVOL-EMP-HALLADO
110100         GO TO 2500-EXIT
110200     END-IF.
110300
110400     IF TABLA-EMP-TOTAL < 10000
110500         ADD 1 TO TABLA-EMP-TOTAL
110600         MOVE TABLA-EMP-TOTAL TO EVOL-IDX-EMPLEADO
110700         MOVE EVOL-ID-BUSCADO TO TABLA-EMP-ID(TABLA-EMP-TOTAL)
110800         MOVE SPACES TO TABLA-EMP-NOMBRE(TABLA-EMP-TOTAL)
110900         MOVE SPACES TO TABLA-EMP-APELLIDO1(TABLA-EMP-TOTAL)
111000         MOVE "N"    TO TABLA-EMP-MAESTRO-SW(TABLA-EMP-TOTAL)
111100         MOVE "N"    TO TABLA-EMP-MAE-ACT-SW(TABLA-EMP-TOTAL)
111200         MOVE SPACES TO TABLA-EMP-MAE-DEPTO(TABLA-EMP-TOTAL)
111300         MOVE "N"    TO TABLA-EMP-FOTO-ACT-SW(TABLA-EMP-TOTAL)
111400         MOVE SPACES TO TABLA-EMP-FOTO-DEPTO(TABLA-EMP-TOTAL)
111500         MOVE ZERO   TO TABLA-EMP-PRI-TS(TABLA-EMP-TOTAL)
111600         MOVE ZERO   TO TABLA-EMP-ULT-TS(TABLA-EMP-TOTAL)
111700         MOVE SPACES TO TABLA-EMP-ULT-TIPO(TABLA-EMP-TOTAL)
111800         MOVE ZERO   TO TABLA-EMP-POS-TS(TABLA-EMP-TOTAL)
111900         MOVE ZERO   TO TABLA-EMP-ALTA-TS(TABLA-EMP-TOTAL)
112000         MOVE ZERO   TO TABLA-EMP-SIG-TS(TABLA-EMP-TOTAL)
112100         MOVE SPACES TO TABLA-EMP-SIG-DEPTO(TABLA-EMP-TOTAL)
112200         MOVE "N"    TO TABLA-EMP-DESCUADRE-SW(TABLA-EMP-TOTAL)
112300         MOVE "S" TO EVOL-EMP-HALLADO-SW
112400     ELSE
112500         IF NOT EVOL-TABLA-LLENA
112600             DISPLAY MSG-TABLA-LLENA
112700             MOVE "S" TO EVOL-TABLA-LLENA-SW
112800         END-IF
112900     END-IF.
113000
113100 2500-EXIT.
113200     EXIT.
113300
113400 2510-COMPARAR-EMPLEADO.
113500     IF TABLA-EMP-ID(TABLA-EMP-IDX) = EVOL-ID-BUSCADO
113600         MOVE "S" TO EVOL-EMP-HALLADO-SW
113700         SET EVOL-IDX-EMPLEADO TO TABLA-EMP-IDX
113800     END-IF.
113900
114000 2510-EXIT.
114100     EXIT.
114200
114300******************************************************************
114400*    2600-LOCALIZAR-DEPTO
114500*    BUSCA EN LA TABLA-DEPTOS EL CODIGO DEJADO EN DEPTO-BUSCADO.
114600*    SI NO ESTA, LO DA DE ALTA SEÑALADO COMO AUSENTE DEL MAESTRO.
114700*    DEJA EVOL-HALLADO ACTIVO Y LA POSICION EN EVOL-IDX-HALLADO,
114800*    SALVO QUE LA TABLA ESTE LLENA.
114900******************************************************************
115000 2600-LOCALIZAR-DEPTO.
115100     MOVE "N" TO EVOL-HALLADO-SW.
115200     PERFORM 2610-COMPARAR-DEPTO
115300         THRU 2610-EXIT
115400         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
115500         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL
115600         OR EVOL-HALLADO.
115700
115800     IF EVOL-HALLADO
115900         GO TO 2600-EXIT
116000     END-IF.
116100
116200     IF TABLA-DEPTOS-TOTAL < 50
116300         ADD 1 TO TABLA-DEPTOS-TOTAL
116400         MOVE TABLA-DEPTOS-TOTAL TO EVOL-IDX-HALLADO
116500         MOVE DEPTO-BUSCADO TO
116600             TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-TOTAL)
116700         MOVE "*** DEPTO NO ESTA EN MAESTRO" TO
116800             TABLA-DEPTOS-NOMBRE(TABLA-DEPTOS-TOTAL)
116900         PERFORM 1150-LIMPIAR-ACUMULADOS
117000             THRU 1150-EXIT
117100         MOVE "S" TO EVOL-HALLADO-SW
117200     ELSE
117300         IF NOT EVOL-DEPTOS-LLENOS
117400             DISPLAY MSG-DEPTOS-LLENOS
117500             MOVE "S" TO EVOL-DEPTOS-LLENOS-SW
117600         END-IF
117700     END-IF.
117800
117900 2600-EXIT.
118000     EXIT.
118100
118200 2610-COMPARAR-DEPTO.
118300     IF TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-IDX) = DEPTO-BUSCADO
118400         MOVE "S" TO EVOL-HALLADO-SW
118500         SET EVOL-IDX-HALLADO TO TABLA-DEPTOS-IDX
118600     END-IF.
118700
118800 2610-EXIT.
118900     EXIT.
119000
119100******************************************************************
119200*    2700-REGISTRAR-EVENTO
119300*    ANOTA EL MOVIMIENTO EN CURSO EN LA ENTRADA DEL EMPLEADO. LOS
119400*    ANTERIORES AL MES PEDIDO NO INTERESAN. LOS DEL MES ACTUALIZAN
119500*    EL PRIMERO Y EL ULTIMO DEL MES Y SUMAN EN SU DEPARTAMENTO
119600*    (LAS ALTAS SE SUMAN AL FINAL, CUANDO SE CONOCE SU
119700*    DEPARTAMENTO); LOS POSTERIORES SOLO ACTUALIZAN EL PRIMERO DE
119800*    DESPUES DEL MES, QUE ES EL QUE DESHACE EL MAESTRO HASTA EL
119900*    CIERRE DEL MES.
120000******************************************************************
120100 2700-REGISTRAR-EVENTO.
120200     IF EVOL-EV-AAAAMM < EVOL-MES-PEDIDO
120300         GO TO 2700-EXIT
120400     END-IF.
120500
120600     IF EVOL-EV-HORA IS NOT NUMERIC
120700         MOVE ZERO TO EVOL-EV-HORA
120800     END-IF.
120900     COMPUTE EVOL-EV-TS = EVOL-EV-FECHA * 100000000
121000         + EVOL-EV-HORA.
121100
121200     MOVE EVOL-EV-ID TO EVOL-ID-BUSCADO.
121300     PERFORM 2500-LOCALIZAR-EMPLEADO THRU 2500-EXIT.
121400     IF NOT EVOL-EMP-HALLADO
121500         GO TO 2700-EXIT
121600     END-IF.
121700
121800*    EL PRIMER MOVIMIENTO QUE SIGUE A UN ALTA DEL MES DICE EN QUE
121900*    DEPARTAMENTO ESTABA EL EMPLEADO DESDE EL ALTA.
122000     IF NOT EVOL-EV-ALTA
122100         AND TABLA-EMP-ALTA-TS(EVOL-IDX-EMPLEADO) > ZERO
122200         AND EVOL-EV-TS > TABLA-EMP-ALTA-TS(EVOL-IDX-EMPLEADO)
122300         AND (TABLA-EMP-SIG-TS(EVOL-IDX-EMPLEADO) = ZERO
122400              OR EVOL-EV-TS < TABLA-EMP-SIG-TS(EVOL-IDX-EMPLEADO))
122500         MOVE EVOL-EV-TS TO TABLA-EMP-SIG-TS(EVOL-IDX-EMPLEADO)
122600         MOVE EVOL-EV-ANT-DEPTO
122700             TO TABLA-EMP-SIG-DEPTO(EVOL-IDX-EMPLEADO)
122800     END-IF.
122900
123000     IF EVOL-EV-AAAAMM > EVOL-MES-PEDIDO
123100         ADD 1 TO EVOL-POSTERIORES
123200         IF TABLA-EMP-POS-TS(EVOL-IDX-EMPLEADO) = ZERO
123300             OR EVOL-EV-TS < TABLA-EMP-POS-TS(EVOL-IDX-EMPLEADO)
123400             MOVE EVOL-EV-TS
123500                 TO TABLA-EMP-POS-TS(EVOL-IDX-EMPLEADO)
123600             MOVE EVOL-EV-ANTES
123700                 TO TABLA-EMP-POSTERIOR(EVOL-IDX-EMPLEADO)
123800         END-IF
123900         GO TO 2700-EXIT
124000     END-IF.
124100
124200     IF TABLA-EMP-PRI-TS(EVOL-IDX-EMPLEADO) = ZERO
124300         OR EVOL-EV-TS < TABLA-EMP-PRI-TS(EVOL-IDX-EMPLEADO)
124400         MOVE EVOL-EV-TS TO TABLA-EMP-PRI-TS(EVOL-IDX-EMPLEADO)
124500         MOVE EVOL-EV-ANTES
124600             TO TABLA-EMP-PRIMERO(EVOL-IDX-EMPLEADO)
124700     END-IF.
124800     IF EVOL-EV-TS >= TABLA-EMP-ULT-TS(EVOL-IDX-EMPLEADO)
124900         MOVE EVOL-EV-TS TO TABLA-EMP-ULT-TS(EVOL-IDX-EMPLEADO)
125000         MOVE EVOL-EV-TIPO
125100             TO TABLA-EMP-ULT-TIPO(EVOL-IDX-EMPLEADO)
125200         MOVE EVOL-EV-DESPUES
125300             TO TABLA-EMP-ULTIMO(EVOL-IDX-EMPLEADO)
125400     END-IF.
125500
125600     IF EVOL-EV-ALTA
125700         IF TABLA-EMP-ALTA-TS(EVOL-IDX-EMPLEADO) = ZERO
125800             MOVE EVOL-EV-TS
125900                 TO TABLA-EMP-ALTA-TS(EVOL-IDX-EMPLEADO)
126000             ADD 1 TO EVOL-ALTAS
126100         END-IF
126200         GO TO 2700-EXIT
126300     END-IF.
126400
126500     PERFORM 2750-SUMAR-MOVIMIENTO THRU 2750-EXIT.
126600
126700 2700-EXIT.
126800     EXIT.
126900
127000******************************************************************
127100*    2750-SUMAR-MOVIMIENTO
127200*    SUMA EL MOVIMIENTO DEL MES EN SU DEPARTAMENTO: LA BAJA EN EL
127300*    QUE DEJA EL EMPLEADO, EL REINGRESO EN EL QUE LO RECIBE Y EL
127400*    TRASLADO O LA CORRECCION COMO SALIDA DEL ANTERIOR Y ENTRADA
127500*    EN EL NUEVO.
127600******************************************************************
127700 2750-SUMAR-MOVIMIENTO.
127800     EVALUATE TRUE
127900         WHEN EVOL-EV-BAJA
128000             ADD 1 TO EVOL-BAJAS
128100             MOVE EVOL-EV-ANT-DEPTO TO DEPTO-BUSCADO
128200             PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT
128300             IF EVOL-HALLADO
128400                 ADD 1 TO TABLA-DEPTOS-BAJAS(EVOL-IDX-HALLADO)
128500             END-IF
128600         WHEN EVOL-EV-REINGRESO
128700             ADD 1 TO EVOL-REINGRESOS
128800             MOVE EVOL-EV-DES-DEPTO TO DEPTO-BUSCADO
128900             PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT
129000             IF EVOL-HALLADO
129100                 ADD 1
129200                     TO TABLA-DEPTOS-REINGRESOS(EVOL-IDX-HALLADO)
129300             END-IF
129400         WHEN OTHER
129500             IF EVOL-EV-TRASLADO
129600                 ADD 1 TO EVOL-TRASLADOS
129700             ELSE
129800                 ADD 1 TO EVOL-CORRECCIONES
129900             END-IF
130000             MOVE EVOL-EV-ANT-DEPTO TO DEPTO-BUSCADO
130100             PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT
130200             IF EVOL-HALLADO
130300                 ADD 1 TO TABLA-DEPTOS-SALIDAS(EVOL-IDX-HALLADO)
130400             END-IF
130500             MOVE EVOL-EV-DES-DEPTO TO DEPTO-BUSCADO
130600             PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT
130700             IF EVOL-HALLADO
130800                 ADD 1 TO TABLA-DEPTOS-ENTRADAS(EVOL-IDX-HALLADO)
130900             END-IF
131000     END-EVALUATE.
131100
131200 2750-EXIT.
131300     EXIT.
131400
131500******************************************************************
131600*    2800-AVANZAR-MES
131700*    PASA EVOL-MES-LECTURA AL MES SIGUIENTE.
131800******************************************************************
131900 2800-AVANZAR-MES.
132000     IF EVOL-LEC-MM = 12
132100         ADD 1 TO EVOL-LEC-AAAA
132200         MOVE 1 TO EVOL-LEC-MM
132300     ELSE
132400         ADD 1 TO EVOL-LEC-MM
132500     END-IF.
132600
132700 2800-EXIT.
132800     EXIT.
132900
133000******************************************************************
133100*    3000-ABRIR-FOTO-CIERRE
133200*    ABRE LA FOTO DE CIERRE DEL MES PEDIDO SI SE VA A GRABAR. SE
133300*    ABRE EN OUTPUT: VOLVER A LANZAR UN MES LA REEMPLAZA. SI NO
133400*    SE PUEDE ABRIR, EL INFORME SE HACE IGUAL.
133500******************************************************************
133600 3000-ABRIR-FOTO-CIERRE.
133700     IF NOT EVOL-GRABAR-FOTO
133800         GO TO 3000-EXIT
133900     END-IF.
134000
134100     OPEN OUTPUT FOTO-CIERRE.
134200     IF FS-STATUS-FOTO-CIER NOT = "00"
134300         DISPLAY "AVISO: no se pudo grabar " WS-NOMBRE-FOTO-CIER
134400             " STATUS: " FS-STATUS-FOTO-CIER
134500         MOVE "N" TO EVOL-GRABAR-FOTO-SW
134600     END-IF.
134700
134800 3000-EXIT.
134900     EXIT.
135000
135100******************************************************************
135200*    3100-CUADRAR-EMPLEADO
135300*    OBTIENE LOS TRES ESTADOS DEL EMPLEADO Y LOS SUMA EN SUS
135400*    DEPARTAMENTOS:
135500*    - APERTURA: LA FOTO DEL MES ANTERIOR; SIN FOTO, EL ESTADO
135600*      ANTERIOR A SU PRIMER MOVIMIENTO DESDE EL MES PEDIDO O, SI
135700*      NO TIENE NINGUNO, EL DEL MAESTRO.
135800*    - CIERRE REAL: EL MAESTRO, O EL ESTADO ANTERIOR A SU PRIMER
135900*      MOVIMIENTO POSTERIOR AL MES SI LO HAY.
136000*    - CIERRE CALCULADO: EL ESTADO EN QUE LO DEJA SU ULTIMO
136100*      MOVIMIENTO DEL MES, O LA APERTURA SI NO TUVO NINGUNO.
136200*    EL EMPLEADO QUEDA SIN EXPLICAR SI SU PRIMER MOVIMIENTO DEL
136300*    MES NO PARTE DE LA APERTURA O SI EL CIERRE CALCULADO NO
136400*    COINCIDE CON EL REAL.
136500******************************************************************
136600 3100-CUADRAR-EMPLEADO.
136700     IF TABLA-EMP-ALTA-TS(TABLA-EMP-IDX) > ZERO
136800         PERFORM 3200-SUMAR-ALTA THRU 3200-EXIT
136900     END-IF.
137000
137100     EVALUATE TRUE
137200         WHEN EVOL-CON-FOTO
137300             MOVE TABLA-EMP-FOTO(TABLA-EMP-IDX)
137400                 TO TABLA-EMP-APERTURA(TABLA-EMP-IDX)
137500         WHEN TABLA-EMP-PRI-TS(TABLA-EMP-IDX) > ZERO
137600             MOVE TABLA-EMP-PRIMERO(TABLA-EMP-IDX)
137700                 TO TABLA-EMP-APERTURA(TABLA-EMP-IDX)
137800         WHEN TABLA-EMP-POS-TS(TABLA-EMP-IDX) > ZERO
137900             MOVE TABLA-EMP-POSTERIOR(TABLA-EMP-IDX)
138000                 TO TABLA-EMP-APERTURA(TABLA-EMP-IDX)
138100         WHEN OTHER
138200             MOVE TABLA-EMP-MAESTRO(TABLA-EMP-IDX)
138300                 TO TABLA-EMP-APERTURA(TABLA-EMP-IDX)
138400     END-EVALUATE.
138500
138600     IF TABLA-EMP-POS-TS(TABLA-EMP-IDX) > ZERO
138700         MOVE TABLA-EMP-POSTERIOR(TABLA-EMP-IDX)
138800             TO TABLA-EMP-REAL(TABLA-EMP-IDX)
138900     ELSE
139000         MOVE TABLA-EMP-MAESTRO(TABLA-EMP-IDX)
139100             TO TABLA-EMP-REAL(TABLA-EMP-IDX)
139200     END-IF.
139300
139400     IF TABLA-EMP-ULT-TS(TABLA-EMP-IDX) > ZERO
139500         MOVE TABLA-EMP-ULTIMO(TABLA-EMP-IDX)
139600             TO TABLA-EMP-CALCULADO(TABLA-EMP-IDX)
139700     ELSE
139800         MOVE TABLA-EMP-APERTURA(TABLA-EMP-IDX)
139900             TO TABLA-EMP-CALCULADO(TABLA-EMP-IDX)
140000     END-IF.
140100
140200     IF TABLA-EMP-PRI-TS(TABLA-EMP-IDX) > ZERO
140300         MOVE TABLA-EMP-PRIMERO(TABLA-EMP-IDX) TO EVOL-ESTADO-A
140400         MOVE TABLA-EMP-APERTURA(TABLA-EMP-IDX) TO EVOL-ESTADO-B
140500         PERFORM 3300-COMPARAR-ESTADOS THRU 3300-EXIT
140600         IF NOT EVOL-IGUALES
140700             MOVE "S" TO TABLA-EMP-DESCUADRE-SW(TABLA-EMP-IDX)
140800         END-IF
140900     END-IF.
141000
141100     MOVE TABLA-EMP-CALCULADO(TABLA-EMP-IDX) TO EVOL-ESTADO-A.
141200     MOVE TABLA-EMP-REAL(TABLA-EMP-IDX)      TO EVOL-ESTADO-B.
141300     PERFORM 3300-COMPARAR-ESTADOS THRU 3300-EXIT.
141400     IF TABLA-EMP-DESCUADRE-APER(TABLA-EMP-IDX)
141500         OR NOT EVOL-IGUALES
141600         ADD 1 TO EVOL-INEXPLICADOS
141700     END-IF.
141800
141900     MOVE TABLA-EMP-APERTURA(TABLA-EMP-IDX) TO EVOL-ESTADO-A.
142000     IF EVOL-A-ACTIVO
142100         MOVE EVOL-A-DEPTO TO DEPTO-BUSCADO
142200         PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT
142300         IF EVOL-HALLADO
142400             ADD 1 TO TABLA-DEPTOS-APERTURA(EVOL-IDX-HALLADO)
142500         END-IF
142600     END-IF.
142700
142800     MOVE TABLA-EMP-REAL(TABLA-EMP-IDX) TO EVOL-ESTADO-A.
142900     IF EVOL-A-ACTIVO
143000         MOVE EVOL-A-DEPTO TO DEPTO-BUSCADO
143100         PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT
143200         IF EVOL-HALLADO
143300             ADD 1 TO TABLA-DEPTOS-REAL(EVOL-IDX-HALLADO)
143400         END-IF
143500         IF EVOL-GRABAR-FOTO
143600             PERFORM 3400-GRABAR-FOTO THRU 3400-EXIT
143700         END-IF
143800     END-IF.
143900
144000 3100-EXIT.
144100     EXIT.
144200
144300******************************************************************
144400*    3200-SUMAR-ALTA
144500*    DEDUCE EL DEPARTAMENTO DEL ALTA DEL MES (EL QUE TENIA EL
144600*    EMPLEADO ANTES DE SU MOVIMIENTO SIGUIENTE O, SI NO LO HUBO,
144700*    EL DEL MAESTRO) Y LA SUMA EN EL. SI EL ALTA FUE EL ULTIMO
144800*    MOVIMIENTO DEL MES, ESE ES TAMBIEN SU DEPARTAMENTO DE CIERRE.
144900******************************************************************
145000 3200-SUMAR-ALTA.
145100     IF TABLA-EMP-SIG-TS(TABLA-EMP-IDX) > ZERO
145200         MOVE TABLA-EMP-SIG-DEPTO(TABLA-EMP-IDX)
145300             TO EVOL-DEPTO-ALTA
145400     ELSE
145500         MOVE TABLA-EMP-MAE-DEPTO(TABLA-EMP-IDX)
145600             TO EVOL-DEPTO-ALTA
145700     END-IF.
145800
145900     IF TABLA-EMP-ULT-ES-ALTA(TABLA-EMP-IDX)
146000         MOVE EVOL-DEPTO-ALTA
146100             TO TABLA-EMP-ULT-DEPTO(TABLA-EMP-IDX)
146200     END-IF.
146300
146400     MOVE EVOL-DEPTO-ALTA TO DEPTO-BUSCADO.
146500     PERFORM 2600-LOCALIZAR-DEPTO THRU 2600-EXIT.
146600     IF EVOL-HALLADO
146700         ADD 1 TO TABLA-DEPTOS-ALTAS(EVOL-IDX-HALLADO)
146800     END-IF.
146900
147000 3200-EXIT.
147100     EXIT.
147200
147300******************************************************************
147400*    3300-COMPARAR-ESTADOS
147500*    ACTIVA EVOL-IGUALES SI EVOL-ESTADO-A Y EVOL-ESTADO-B SON EL
147600*    MISMO: LOS DOS INACTIVOS, O LOS DOS ACTIVOS EN EL MISMO
147700*    DEPARTAMENTO.
147800******************************************************************
147900 3300-COMPARAR-ESTADOS.
148000     MOVE "N" TO EVOL-IGUALES-SW.
148100     IF EVOL-A-ACT-SW NOT = EVOL-B-ACT-SW
148200         GO TO 3300-EXIT
148300     END-IF.
148400     IF EVOL-A-ACTIVO AND EVOL-A-DEPTO NOT = EVOL-B-DEPTO
148500         GO TO 3300-EXIT
148600     END-IF.
148700     MOVE "S" TO EVOL-IGUALES-SW.
148800
148900 3300-EXIT.
149000     EXIT.
149100
149200******************************************************************
149300*    3400-GRABAR-FOTO
149400*    ESCRIBE EL EMPLEADO, ACTIVO AL CIERRE REAL, EN LA FOTO DE
149500*    CIERRE DEL MES.
149600******************************************************************
149700 3400-GRABAR-FOTO.
149800     MOVE SPACES TO FOTO-CIER-REGISTRO.
149900     MOVE TABLA-EMP-ID(TABLA-EMP-IDX) TO FOTO-CIER-ID.
150000     MOVE EVOL-A-DEPTO TO FOTO-CIER-DEPTO.
150100     WRITE FOTO-CIER-REGISTRO.
150200     IF FS-STATUS-FOTO-CIER NOT = "00"
150300         DISPLAY "Error al grabar " WS-NOMBRE-FOTO-CIER
150400             " STATUS: " FS-STATUS-FOTO-CIER
150500     ELSE
150600         ADD 1 TO EVOL-FOTO-GRABADOS
150700     END-IF.
150800
150900 3400-EXIT.
151000     EXIT.
151100
151200******************************************************************
151300*    3900-ESCRIBIR-SECCION
151400*    ESCRIBE UNA LINEA EN BLANCO Y EL TITULO DE LA SECCION.
151500******************************************************************
151600 3900-ESCRIBIR-SECCION.
151700     MOVE SPACES TO EVOL-LINEA-SALIDA.
151800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
151900     MOVE LIN-SECCION TO EVOL-LINEA-SALIDA.
152000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
152100     MOVE "N" TO EVOL-HAY-LINEAS-SW.
152200
152300 3900-EXIT.
152400     EXIT.
152500
152600******************************************************************
152700*    3950-CERRAR-SECCION
152800*    SI LA SECCION QUE TERMINA NO TUVO NINGUNA LINEA, LO INDICA.
152900******************************************************************
153000 3950-CERRAR-SECCION.
153100     IF NOT EVOL-HAY-LINEAS
153200         MOVE "     (NINGUNO)" TO EVOL-LINEA-SALIDA
153300         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
153400     END-IF.
153500
153600 3950-EXIT.
153700     EXIT.
153800
153900******************************************************************
154000*    4000-INFORME-DEPTOS
154100*    PRIMERA SECCION: DE DONDE SALE LA APERTURA, UNA LINEA POR
154200*    DEPARTAMENTO CON MOVIMIENTOS O PLANTILLA Y EL TOTAL DE LA
154300*    EMPRESA.
154400******************************************************************
154500 4000-INFORME-DEPTOS.
154600     MOVE "EVOLUCION DE PLANTILLA POR DEPARTAMENTO" TO LS-TITULO.
154700     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
154800
154900     IF EVOL-CON-FOTO
155000         MOVE "APERTURA TOMADA DE" TO LAP-TEXTO
155100         MOVE WS-NOMBRE-FOTO-APER  TO LAP-FICHERO
155200         MOVE SPACES               TO LAP-NOTA
155300     ELSE
155400         MOVE "APERTURA RECONSTRUIDA:" TO LAP-TEXTO
155500         MOVE WS-NOMBRE-FOTO-APER      TO LAP-FICHERO
155600         MOVE
155700         "NO EXISTE; SOLO SE COMPRUEBAN LOS MOVIMIENTOS ENTRE SI"
155800             TO LAP-NOTA
155900     END-IF.
156000     MOVE LIN-APERTURA TO EVOL-LINEA-SALIDA.
156100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
156200     MOVE SPACES TO EVOL-LINEA-SALIDA.
156300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
156400
156500     PERFORM 4100-INFORMAR-UN-DEPTO
156600         THRU 4100-EXIT
156700         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
156800         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL.
156900
157000     PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT.
157100
157200     MOVE SPACES TO EVOL-LINEA-SALIDA.
157300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
157400     MOVE SPACES              TO LDE-DEPTO.
157500     MOVE "TOTAL EMPRESA"     TO LDE-NOMBRE.
157600     MOVE EVOL-TOT-APERTURA   TO LDE-APERTURA.
157700     MOVE EVOL-TOT-ALTAS      TO LDE-ALTAS.
157800     MOVE EVOL-TOT-BAJAS      TO LDE-BAJAS.
157900     MOVE EVOL-TOT-REINGRESOS TO LDE-REINGRESOS.
158000     MOVE EVOL-TOT-ENTRADAS   TO LDE-ENTRADAS.
158100     MOVE EVOL-TOT-SALIDAS    TO LDE-SALIDAS.
158200     COMPUTE EVOL-CALCULADO = EVOL-TOT-APERTURA + EVOL-TOT-ALTAS
158300         - EVOL-TOT-BAJAS + EVOL-TOT-REINGRESOS
158400         + EVOL-TOT-ENTRADAS - EVOL-TOT-SALIDAS.
158500     COMPUTE EVOL-DIFERENCIA = EVOL-TOT-REAL - EVOL-CALCULADO.
158600     MOVE EVOL-CALCULADO      TO LDE-CALCULADO.
158700     MOVE EVOL-TOT-REAL       TO LDE-REAL.
158800     MOVE EVOL-DIFERENCIA     TO LDE-DIFERENCIA.
158900     IF EVOL-DIFERENCIA NOT = ZERO
159000         MOVE "*** DESCUADRE" TO LDE-AVISO
159100     ELSE
159200         MOVE SPACES TO LDE-AVISO
159300     END-IF.
159400     MOVE LIN-DEPTO TO EVOL-LINEA-SALIDA.
159500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
159600
159700 4000-EXIT.
159800     EXIT.
159900
160000******************************************************************
160100*    4100-INFORMAR-UN-DEPTO
160200*    ESCRIBE LA EVOLUCION DE UN DEPARTAMENTO Y LA SUMA AL TOTAL.
160300*    LOS DEPARTAMENTOS SIN PLANTILLA NI MOVIMIENTOS NO SALEN.
160400******************************************************************
160500 4100-INFORMAR-UN-DEPTO.
160600     IF TABLA-DEPTOS-APERTURA(TABLA-DEPTOS-IDX) = ZERO
160700         AND TABLA-DEPTOS-ALTAS(TABLA-DEPTOS-IDX) = ZERO
160800         AND TABLA-DEPTOS-BAJAS(TABLA-DEPTOS-IDX) = ZERO
160900         AND TABLA-DEPTOS-REINGRESOS(TABLA-DEPTOS-IDX) = ZERO
161000         AND TABLA-DEPTOS-ENTRADAS(TABLA-DEPTOS-IDX) = ZERO
161100         AND TABLA-DEPTOS-SALIDAS(TABLA-DEPTOS-IDX) = ZERO
161200         AND TABLA-DEPTOS-REAL(TABLA-DEPTOS-IDX) = ZERO
161300         GO TO 4100-EXIT
161400     END-IF.
161500
161600     COMPUTE EVOL-CALCULADO =
161700         TABLA-DEPTOS-APERTURA(TABLA-DEPTOS-IDX)
161800         + TABLA-DEPTOS-ALTAS(TABLA-DEPTOS-IDX)
161900         - TABLA-DEPTOS-BAJAS(TABLA-DEPTOS-IDX)
162000         + TABLA-DEPTOS-REINGRESOS(TABLA-DEPTOS-IDX)
162100         + TABLA-DEPTOS-ENTRADAS(TABLA-DEPTOS-IDX)
162200         - TABLA-DEPTOS-SALIDAS(TABLA-DEPTOS-IDX).
162300     COMPUTE EVOL-DIFERENCIA =
162400         TABLA-DEPTOS-REAL(TABLA-DEPTOS-IDX) - EVOL-CALCULADO.
162500
162600     MOVE TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-IDX) TO LDE-DEPTO.
162700     MOVE TABLA-DEPTOS-NOMBRE(TABLA-DEPTOS-IDX) TO LDE-NOMBRE.
162800     MOVE TABLA-DEPTOS-APERTURA(TABLA-DEPTOS-IDX)
162900         TO LDE-APERTURA.
163000     MOVE TABLA-DEPTOS-ALTAS(TABLA-DEPTOS-IDX)  TO LDE-ALTAS.
163100     MOVE TABLA-DEPTOS-BAJAS(TABLA-DEPTOS-IDX)  TO LDE-BAJAS.
163200     MOVE TABLA-DEPTOS-REINGRESOS(TABLA-DEPTOS-IDX)
163300         TO LDE-REINGRESOS.
163400     MOVE TABLA-DEPTOS-ENTRADAS(TABLA-DEPTOS-IDX)
163500         TO LDE-ENTRADAS.
163600     MOVE TABLA-DEPTOS-SALIDAS(TABLA-DEPTOS-IDX)
163700         TO LDE-SALIDAS.
163800     MOVE EVOL-CALCULADO                        TO LDE-CALCULADO.
163900     MOVE TABLA-DEPTOS-REAL(TABLA-DEPTOS-IDX)   TO LDE-REAL.
164000     MOVE EVOL-DIFERENCIA                       TO LDE-DIFERENCIA.
164100     IF EVOL-DIFERENCIA NOT = ZERO
164200         MOVE "*** DESCUADRE" TO LDE-AVISO
164300         ADD 1 TO EVOL-DEPTOS-DIFERENCIA
164400     ELSE
164500         MOVE SPACES TO LDE-AVISO
164600     END-IF.
164700     MOVE LIN-DEPTO TO EVOL-LINEA-SALIDA.
164800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
164900     MOVE "S" TO EVOL-HAY-LINEAS-SW.
165000
165100     ADD TABLA-DEPTOS-APERTURA(TABLA-DEPTOS-IDX)
165200         TO EVOL-TOT-APERTURA.
165300     ADD TABLA-DEPTOS-ALTAS(TABLA-DEPTOS-IDX)  TO EVOL-TOT-ALTAS.
165400     ADD TABLA-DEPTOS-BAJAS(TABLA-DEPTOS-IDX)  TO EVOL-TOT-BAJAS.
165500     ADD TABLA-DEPTOS-REINGRESOS(TABLA-DEPTOS-IDX)
165600         TO EVOL-TOT-REINGRESOS.
165700     ADD TABLA-DEPTOS-ENTRADAS(TABLA-DEPTOS-IDX)
165800         TO EVOL-TOT-ENTRADAS.
165900     ADD TABLA-DEPTOS-SALIDAS(TABLA-DEPTOS-IDX)
166000         TO EVOL-TOT-SALIDAS.
166100     ADD TABLA-DEPTOS-REAL(TABLA-DEPTOS-IDX)   TO EVOL-TOT-REAL.
166200
166300 4100-EXIT.
166400     EXIT.
166500
166600******************************************************************
166700*    5000-INFORME-EMPLEADOS
166800*    SEGUNDA SECCION: LOS EMPLEADOS CUYO ESTADO NO EXPLICAN LOS
166900*    MOVIMIENTOS GRABADOS, CON EL MOTIVO.
167000******************************************************************
167100 5000-INFORME-EMPLEADOS.
167200     MOVE "EMPLEADOS SIN MOVIMIENTO QUE EXPLIQUE SU ESTADO"
167300         TO LS-TITULO.
167400     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
167500     MOVE LIN-CAB-EMPLEADO TO EVOL-LINEA-SALIDA.
167600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
167700
167800     PERFORM 5100-INFORMAR-UN-EMPLEADO
167900         THRU 5100-EXIT
168000         VARYING TABLA-EMP-IDX FROM 1 BY 1
168100         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
168200
168300     PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT.
168400
168500 5000-EXIT.
168600     EXIT.
168700
168800******************************************************************
168900*    5100-INFORMAR-UN-EMPLEADO
169000*    ESCRIBE UNA LINEA POR CADA DESCUADRE DEL EMPLEADO.
169100******************************************************************
169200 5100-INFORMAR-UN-EMPLEADO.
169300     MOVE TABLA-EMP-CALCULADO(TABLA-EMP-IDX) TO EVOL-ESTADO-A.
169400     MOVE TABLA-EMP-REAL(TABLA-EMP-IDX)      TO EVOL-ESTADO-B.
169500     PERFORM 3300-COMPARAR-ESTADOS THRU 3300-EXIT.
169600     IF EVOL-IGUALES
169700         AND NOT TABLA-EMP-DESCUADRE-APER(TABLA-EMP-IDX)
169800         GO TO 5100-EXIT
169900     END-IF.
170000
170100     MOVE TABLA-EMP-ID(TABLA-EMP-IDX)        TO LEM-ID.
170200     MOVE TABLA-EMP-APELLIDO1(TABLA-EMP-IDX) TO LEM-APELLIDO1.
170300     MOVE TABLA-EMP-NOMBRE(TABLA-EMP-IDX)    TO LEM-NOMBRE.
170400     MOVE TABLA-EMP-APERTURA(TABLA-EMP-IDX)  TO EVOL-ESTADO-A.
170500     PERFORM 5200-TEXTO-ESTADO THRU 5200-EXIT.
170600     MOVE EVOL-TEXTO-ESTADO TO LEM-APERTURA.
170700     MOVE TABLA-EMP-CALCULADO(TABLA-EMP-IDX) TO EVOL-ESTADO-A.
170800     PERFORM 5200-TEXTO-ESTADO THRU 5200-EXIT.
170900     MOVE EVOL-TEXTO-ESTADO TO LEM-CALCULADO.
171000     MOVE TABLA-EMP-REAL(TABLA-EMP-IDX)      TO EVOL-ESTADO-A.
171100     PERFORM 5200-TEXTO-ESTADO THRU 5200-EXIT.
171200     MOVE EVOL-TEXTO-ESTADO TO LEM-REAL.
171300
171400     IF TABLA-EMP-DESCUADRE-APER(TABLA-EMP-IDX)
171500         MOVE "MOVIMIENTO QUE NO PARTE DE LA APERTURA"
171600             TO LEM-MOTIVO
171700         MOVE LIN-EMPLEADO TO EVOL-LINEA-SALIDA
171800         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
171900         MOVE "S" TO EVOL-HAY-LINEAS-SW
172000     END-IF.
172100
172200     IF EVOL-IGUALES
172300         GO TO 5100-EXIT
172400     END-IF.
172500
172600     MOVE TABLA-EMP-CALCULADO(TABLA-EMP-IDX) TO EVOL-ESTADO-A.
172700     EVALUATE TRUE
172800         WHEN EVOL-B-ACTIVO AND NOT EVOL-A-ACTIVO
172900             MOVE "ACTIVO SIN ALTA NI REINGRESO GRABADOS"
173000                 TO LEM-MOTIVO
173100         WHEN EVOL-A-ACTIVO AND NOT EVOL-B-ACTIVO
173200             MOVE "INACTIVO SIN BAJA GRABADA" TO LEM-MOTIVO
173300         WHEN OTHER
173400             MOVE "CAMBIO DE DEPTO. SIN TRASLADO GRABADO"
173500                 TO LEM-MOTIVO
173600     END-EVALUATE.
173700     MOVE LIN-EMPLEADO TO EVOL-LINEA-SALIDA.
173800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
173900     MOVE "S" TO EVOL-HAY-LINEAS-SW.
174000
174100 5100-EXIT.
174200     EXIT.
174300
174400******************************************************************
174500*    5200-TEXTO-ESTADO
174600*    PREPARA EN EVOL-TEXTO-ESTADO EL ESTADO EVOL-ESTADO-A TAL COMO
174700*    SE IMPRIME: "ACTIVO" Y EL DEPARTAMENTO, O "NO ACTIVO".
174800******************************************************************
174900 5200-TEXTO-ESTADO.
175000     IF EVOL-A-ACTIVO
175100         MOVE "ACTIVO "    TO EVOL-TEXTO-LITERAL
175200         MOVE EVOL-A-DEPTO TO EVOL-TEXTO-DEPTO
175300     ELSE
175400         MOVE "NO ACTIVO"  TO EVOL-TEXTO-ESTADO
175500     END-IF.
175600
175700 5200-EXIT.
175800     EXIT.
175900
176000******************************************************************
176100*    6000-ESCRIBIR-RESUMEN
176200*    ESCRIBE AL FINAL DEL INFORME LOS TOTALES DE LA EJECUCION.
176300******************************************************************
176400 6000-ESCRIBIR-RESUMEN.
176500     MOVE "RESUMEN" TO LS-TITULO.
176600     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
176700
176800     MOVE "EMPLEADOS EN EL MAESTRO...............:" TO LR-TEXTO.
176900     MOVE EVOL-LEIDOS TO LR-CANTIDAD.
177000     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
177100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
177200
177300     MOVE "ACTIVOS EN LA FOTO DE APERTURA........:" TO LR-TEXTO.
177400     MOVE EVOL-EN-FOTO TO LR-CANTIDAD.
177500     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
177600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
177700
177800     MOVE "ARCHIVOS MENSUALES LEIDOS.............:" TO LR-TEXTO.
177900     MOVE EVOL-ARCHIVOS-LEIDOS TO LR-CANTIDAD.
178000     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
178100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
178200
178300     MOVE "ALTAS DEL MES (EMPLOG)................:" TO LR-TEXTO.
178400     MOVE EVOL-ALTAS TO LR-CANTIDAD.
178500     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
178600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
178700
178800     MOVE "BAJAS DEL MES (EMPHIST B).............:" TO LR-TEXTO.
178900     MOVE EVOL-BAJAS TO LR-CANTIDAD.
179000     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
179100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
179200
179300     MOVE "REINGRESOS DEL MES (EMPHIST R)........:" TO LR-TEXTO.
179400     MOVE EVOL-REINGRESOS TO LR-CANTIDAD.
179500     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
179600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
179700
179800     MOVE "TRASLADOS DEL MES (EMPMOV)............:" TO LR-TEXTO.
179900     MOVE EVOL-TRASLADOS TO LR-CANTIDAD.
180000     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
180100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
180200
180300     MOVE "CORRECCIONES DE DEPTO. (EMPHIST M)....:" TO LR-TEXTO.
180400     MOVE EVOL-CORRECCIONES TO LR-CANTIDAD.
180500     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
180600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
180700
180800     MOVE "MOVIMIENTOS POSTERIORES AL MES........:" TO LR-TEXTO.
180900     MOVE EVOL-POSTERIORES TO LR-CANTIDAD.
181000     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
181100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
181200
181300     MOVE "DEPARTAMENTOS CON DESCUADRE...........:" TO LR-TEXTO.
181400     MOVE EVOL-DEPTOS-DIFERENCIA TO LR-CANTIDAD.
181500     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
181600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
181700
181800     MOVE "EMPLEADOS SIN EXPLICAR................:" TO LR-TEXTO.
181900     MOVE EVOL-INEXPLICADOS TO LR-CANTIDAD.
182000     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
182100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
182200
182300     MOVE "ACTIVOS GRABADOS EN LA FOTO DE CIERRE.:" TO LR-TEXTO.
182400     MOVE EVOL-FOTO-GRABADOS TO LR-CANTIDAD.
182500     MOVE LIN-RESUMEN TO EVOL-LINEA-SALIDA.
182600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
182700
182800 6000-EXIT.
182900     EXIT.
183000
183100******************************************************************
183200*    7000-ESCRIBIR-LINEA
183300*    ESCRIBE EN EL INFORME LA LINEA PREPARADA EN
183400*    EVOL-LINEA-SALIDA, CONTROLANDO EL SALTO DE PAGINA.
183500******************************************************************
183600 7000-ESCRIBIR-LINEA.
183700     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
183800         OR CNT-PAGINA = ZERO
183900         PERFORM 7100-ESCRIBIR-CABECERA THRU 7100-EXIT
184000     END-IF.
184100
184200     WRITE LINEA-LISTADO FROM EVOL-LINEA-SALIDA.
184300     IF FS-STATUS-LISTADO NOT = "00"
184400         DISPLAY "Error al escribir el informe. STATUS: "
184500             FS-STATUS-LISTADO
184600     END-IF.
184700     ADD 1 TO CNT-LINEAS-PAGINA.
184800
184900 7000-EXIT.
185000     EXIT.
185100
185200******************************************************************
185300*    7100-ESCRIBIR-CABECERA
185400*    INICIA UNA PAGINA NUEVA: MES, FECHA, NUMERO DE PAGINA Y
185500*    CABECERA DE COLUMNAS, IGUAL QUE EN EMPPRESU.
185600******************************************************************
185700 7100-ESCRIBIR-CABECERA.
185800     ADD 1 TO CNT-PAGINA.
185900     MOVE CNT-PAGINA TO LC1-PAGINA.
186000
186100     IF CNT-PAGINA > 1
186200         WRITE LINEA-LISTADO FROM SPACES
186300         AFTER ADVANCING PAGE
186400     END-IF.
186500     IF FS-STATUS-LISTADO NOT = "00"
186600         DISPLAY "Error al escribir el informe. STATUS: "
186700             FS-STATUS-LISTADO
186800     END-IF.
186900
187000     WRITE LINEA-LISTADO FROM LIN-CABECERA-1.
187100     IF FS-STATUS-LISTADO NOT = "00"
187200         DISPLAY "Error al escribir el informe. STATUS: "
187300             FS-STATUS-LISTADO
187400     END-IF.
187500     WRITE LINEA-LISTADO FROM SPACES.
187600     IF FS-STATUS-LISTADO NOT = "00"
187700         DISPLAY "Error al escribir el informe. STATUS: "
187800             FS-STATUS-LISTADO
187900     END-IF.
188000     WRITE LINEA-LISTADO FROM LIN-CABECERA-2.
188100     IF FS-STATUS-LISTADO NOT = "00"
188200         DISPLAY "Error al escribir el informe. STATUS: "
188300             FS-STATUS-LISTADO
188400     END-IF.
188500
188600     MOVE ZERO TO CNT-LINEAS-PAGINA.
188700
188800 7100-EXIT.
188900     EXIT.
189000
189100******************************************************************
189200*    9000-FINALIZAR
189300*    CIERRA EL INFORME, MUESTRA EL RESUMEN POR PANTALLA Y DEJA EL
189400*    CODIGO DE RETORNO 4 SI ALGUN DEPARTAMENTO NO CUADRA O HAY
189500*    EMPLEADOS SIN EXPLICAR.
189600******************************************************************
189700 9000-FINALIZAR.
189800     CLOSE EVOLUCION-LISTADO.
189900
190000     DISPLAY "Mes cuadrado           : " EVOL-MES-PEDIDO.
190100     IF EVOL-CON-FOTO
190200         DISPLAY "Apertura               : " WS-NOMBRE-FOTO-APER
190300     ELSE
190400         DISPLAY "Apertura               : RECONSTRUIDA"
190500     END-IF.
190600     DISPLAY "Plantilla de apertura  : " EVOL-TOT-APERTURA.
190700     DISPLAY "Plantilla de cierre    : " EVOL-TOT-REAL.
190800     DISPLAY "Deptos. con descuadre  : " EVOL-DEPTOS-DIFERENCIA.
190900     DISPLAY "Empleados sin explicar : " EVOL-INEXPLICADOS.
191000     IF EVOL-GRABAR-FOTO
191100         DISPLAY "Foto de cierre grabada : " WS-NOMBRE-FOTO-CIER
191200     END-IF.
191300
191400     IF (EVOL-DEPTOS-DIFERENCIA > ZERO
191500         OR EVOL-INEXPLICADOS > ZERO)
191600         AND RETURN-CODE < 4
191700         MOVE 4 TO RETURN-CODE
191800     END-IF.
191900
192000 9000-EXIT.
192100     EXIT.
192200
192300 END PROGRAM EMPEVOL.
