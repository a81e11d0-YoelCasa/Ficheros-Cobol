000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPAFIL.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: EMPAFIL
000900*    DESCRIPCION..: INTERFAZ DIARIA DE AFILIACION CON LA
001000*                   SEGURIDAD SOCIAL. RECOGE LAS ALTAS (EMPLOG Y
001100*                   FECHAS DE ALTA DEL MAESTRO), LAS BAJAS (IMAGEN
001200*                   B DE EMPHIST CON EMPLEADOS-FECHA-BAJA Y
001300*                   EMPLEADOS-MOTIVO-BAJA), LOS REINGRESOS (IMAGEN
001400*                   R) Y LAS VARIACIONES DE DATOS DE AFILIACION
001500*                   (IMAGEN M QUE CAMBIA NOMBRE, APELLIDOS, FECHA
001600*                   DE ALTA O FECHA Y MOTIVO DE BAJA) Y LAS
001700*                   ESCRIBE EN EL FICHERO DE LONGITUD FIJA
001800*                   EMPAFIL, CON UN TRAILER DE CONTROL (LOTE,
001900*                   NUMERO DE REGISTROS, SUMA DE IDENTIFICADORES Y
002000*                   CUENTA POR ACCION).
002100*                   LO YA COMUNICADO SE ANOTA EN EL DIARIO DE
002200*                   CONTROL EMPAFCTL, QUE SOLO CRECE: CADA ENVIO,
002300*                   CADA RESPUESTA Y CADA EJECUCION QUEDAN
002400*                   REGISTRADOS CON SU FECHA Y HORA. NADA SE ENVIA
002500*                   DOS VECES, Y COMO LOS FICHEROS SE RECORREN
002600*                   DESDE EL MES DE LA ULTIMA EJECUCION (ARCHIVOS
002700*                   EMPLOG_AAAAMM Y EMPHIST_AAAAMM INCLUIDOS), UNA
002800*                   NOCHE SIN EJECUTAR NO DEJA NADA ATRAS.
002900*                   LEE EL FICHERO DE RESPUESTA EMPAFRES (ACEPTADA
003000*                   O RECHAZADA POR COMUNICACION Y LOTE). UNA
003100*                   COMUNICACION RECHAZADA SE REENVIA EN CUANTO
003200*                   SUS DATOS SE CORRIGEN EN EL MAESTRO, O SIEMPRE
003300*                   CON EL PARAMETRO "REENVIAR".
003400*                   PLAZOS: EL ALTA Y EL REINGRESO, HASTA EL DIA
003500*                   DE EFECTO; LA BAJA Y LA VARIACION, HASTA TRES
003600*                   DIAS NATURALES DESPUES. EL INFORME EMPAFLIS
003700*                   LISTA LO ENVIADO, LO RECHAZADO Y LO QUE NO SE
003800*                   PUEDE ENVIAR (DATOS INCOMPLETOS O BAJA
003900*                   PENDIENTE DE APROBACION EN EMPPEND) CON SU
004000*                   PLAZO, MARCANDO LO VENCIDO O PROXIMO A VENCER.
004100*                   PARAMETROS: "DESDE AAAAMMDD" SOLO EN LA
004200*                   PRIMERA EJECUCION (SIN DIARIO), FECHA DESDE LA
004300*                   QUE SE EMPIEZA A COMUNICAR; SI NO SE INDICA,
004400*                   HOY. "REENVIAR" REENVIA TODO LO RECHAZADO
004500*                   AUNQUE SUS DATOS NO HAYAN CAMBIADO.
004600*
004700*    HISTORIAL DE MODIFICACIONES
004800*    FECHA       AUTOR   DESCRIPCION
004900*    ----------  ------  ------------------------------------
005000*    2026-10-15  JCR     PROGRAMA INICIAL.
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SPECIAL-NAMES.
005500     DECIMAL-POINT IS COMMA.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT EMPLEADOS-ARCHIVO
005900         ASSIGN TO "g:\Usuarios\empleados.csv"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FS-STATUS.
006200
006300     SELECT EXEMPLEADOS-ARCHIVO
006400         ASSIGN TO "g:\Usuarios\exempleados.csv"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FS-STATUS-EXEMP.
006700
006800     SELECT EMPLEADOS-LOG
006900         ASSIGN TO "EMPLOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FS-STATUS-LOG.
007200
007300     SELECT LOG-ARCHIVADO
007400         ASSIGN TO DYNAMIC WS-NOMBRE-ARCH-LOG
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FS-STATUS-ARCH-LOG.
007700
007800     SELECT EMPLEADOS-HISTORIAL
007900         ASSIGN TO "EMPHIST"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FS-STATUS-HIST.
008200
008300     SELECT HISTORIAL-ARCHIVADO
008400         ASSIGN TO DYNAMIC WS-NOMBRE-ARCH-HIST
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS FS-STATUS-ARCH-HIST.
008700
008800     SELECT CAMBIOS-PENDIENTES
008900         ASSIGN TO "EMPPEND"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS FS-STATUS-PEND.
009200
009300     SELECT COMUNICACION-AFILIACION
009400         ASSIGN TO "EMPAFIL"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS FS-STATUS-COMUNICA.
009700
009800     SELECT CONTROL-AFILIACION
009900         ASSIGN TO "EMPAFCTL"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS FS-STATUS-CONTROL.
010200
010300     SELECT RESPUESTA-AFILIACION
010400         ASSIGN TO "EMPAFRES"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS FS-STATUS-RESPUESTA.
010700
010800     SELECT AFILIACION-LISTADO
010900         ASSIGN TO "EMPAFLIS"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FS-STATUS-LISTADO.
011200
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  EMPLEADOS-ARCHIVO.
011600 COPY EMPREG.
011700
011800 FD  EXEMPLEADOS-ARCHIVO.
011900 01  EXEMP-REGISTRO           PIC X(97).
012000
012100 FD  EMPLEADOS-LOG.
012200 01  LOG-REGISTRO.
012300     05 LOG-ID                PIC 9(05).
012400     05 FILLER                PIC X(01).
012500     05 LOG-FECHA             PIC 9(08).
012600     05 FILLER                PIC X(01).
012700     05 LOG-HORA              PIC 9(08).
012800     05 FILLER                PIC X(01).
012900     05 LOG-OPERADOR          PIC X(08).
013000
013100 FD  LOG-ARCHIVADO.
013200 01  ARCH-LOG-REGISTRO        PIC X(32).
013300
013400 FD  EMPLEADOS-HISTORIAL.
013500 01  HIST-REGISTRO.
013600     05 HIST-OPERACION        PIC X(01).
013700        88 HIST-OPER-BAJA            VALUE "B".
013800        88 HIST-OPER-MODIFICACION    VALUE "M".
013900        88 HIST-OPER-TRASLADO        VALUE "T".
014000        88 HIST-OPER-REINGRESO       VALUE "R".
014100        88 HIST-OPER-RECHAZO         VALUE "X".
014200     05 FILLER                PIC X(01).
014300     05 HIST-FECHA            PIC 9(08).
014400     05 FILLER                PIC X(01).
014500     05 HIST-HORA             PIC 9(08).
014600     05 FILLER                PIC X(01).
014700     05 HIST-OPERADOR         PIC X(08).
014800     05 FILLER                PIC X(01).
014900     05 HIST-IMAGEN-ANTES     PIC X(97).
015000     05 FILLER                PIC X(01).
015100     05 HIST-IMAGEN-DESPUES   PIC X(97).
015200
015300 FD  HISTORIAL-ARCHIVADO.
015400 01  ARCH-HIST-REGISTRO       PIC X(224).
015500
015600 FD  CAMBIOS-PENDIENTES.
015700 01  PEND-REGISTRO.
015800     05 PEND-ESTADO            PIC X(01).
015900        88 PEND-PENDIENTE            VALUE "P".
016000        88 PEND-APROBADO             VALUE "A".
016100        88 PEND-RECHAZADO            VALUE "R".
016200     05 FILLER                 PIC X(01).
016300     05 PEND-TIPO              PIC X(01).
016400        88 PEND-TIPO-SALARIO         VALUE "S".
016500        88 PEND-TIPO-BAJA            VALUE "B".
016600     05 FILLER                 PIC X(01).
016700     05 PEND-ID                PIC 9(05).
016800     05 FILLER                 PIC X(01).
016900     05 PEND-FECHA             PIC 9(08).
017000     05 FILLER                 PIC X(01).
017100     05 PEND-HORA              PIC 9(08).
017200     05 FILLER                 PIC X(01).
017300     05 PEND-OPERADOR          PIC X(08).
017400     05 FILLER                 PIC X(01).
017500     05 PEND-SALARIO-NUEVO     PIC 9(07)V99.
017600     05 FILLER                 PIC X(01).
017700     05 PEND-FECHA-BAJA        PIC 9(08).
017800     05 FILLER                 PIC X(01).
017900     05 PEND-MOTIVO-BAJA       PIC X(03).
018000     05 FILLER                 PIC X(01).
018100     05 PEND-SUPERVISOR        PIC X(08).
018200     05 FILLER                 PIC X(01).
018300     05 PEND-FECHA-DECISION    PIC 9(08).
018400     05 FILLER                 PIC X(01).
018500     05 PEND-HORA-DECISION     PIC 9(08).
018600     05 FILLER                 PIC X(01).
018700     05 PEND-IMAGEN-ANTES      PIC X(97).
018800     05 FILLER                 PIC X(01).
018900     05 PEND-FECHA-EFECTIVA    PIC 9(08).
019000
019100******************************************************************
019200*    FICHERO DE COMUNICACION A LA SEGURIDAD SOCIAL. CADA DETALLE
019300*    LLEVA LA REFERENCIA DE LA COMUNICACION (ACCION, EMPLEADO Y
019400*    FECHA Y HORA DEL HECHO), QUE ES LA QUE DEVUELVE LA RESPUESTA.
019500*    ACCIONES: A ALTA, B BAJA, R REINGRESO, V VARIACION DE DATOS.
019600******************************************************************
019700 FD  COMUNICACION-AFILIACION.
019800 01  COMUNICA-REGISTRO.
019900     05 COMUNICA-TIPO-REGISTRO PIC X(01).
020000        88 COMUNICA-ES-DETALLE       VALUE "D".
020100        88 COMUNICA-ES-TRAILER       VALUE "T".
020200     05 COMUNICA-DATOS.
020300         10 COMUNICA-DATOS-DETALLE.
020400             15 COMUNICA-REFERENCIA.
020500                 20 COMUNICA-ACCION       PIC X(01).
020600                 20 COMUNICA-ID           PIC 9(05).
020700                 20 COMUNICA-FECHA-HECHO  PIC 9(08).
020800                 20 COMUNICA-HORA-HECHO   PIC 9(08).
020900             15 COMUNICA-DATOS-EMPLEADO.
021000                 20 COMUNICA-NOMBRE       PIC X(20).
021100                 20 COMUNICA-APELLIDO1    PIC X(20).
021200                 20 COMUNICA-APELLIDO2    PIC X(20).
021300                 20 COMUNICA-FECHA-EFECTO PIC 9(08).
021400                 20 COMUNICA-FECHA-ALTA   PIC 9(08).
021500                 20 COMUNICA-FECHA-BAJA   PIC 9(08).
021600                 20 COMUNICA-MOTIVO-BAJA  PIC X(03).
021700                 20 COMUNICA-DEPTO        PIC X(03).
021800         10 COMUNICA-DATOS-TRAILER
021900                 REDEFINES COMUNICA-DATOS-DETALLE.
022000             15 COMUNICA-LOTE             PIC 9(05).
022100             15 COMUNICA-FECHA-GENERACION PIC 9(08).
022200             15 COMUNICA-TOTAL-REGISTROS  PIC 9(07).
022300             15 COMUNICA-TOTAL-CONTROL    PIC 9(12).
022400             15 COMUNICA-TOTAL-ALTAS      PIC 9(05).
022500             15 COMUNICA-TOTAL-BAJAS      PIC 9(05).
022600             15 COMUNICA-TOTAL-REINGRESOS PIC 9(05).
022700             15 COMUNICA-TOTAL-VARIACIONES PIC 9(05).
022800             15 FILLER                    PIC X(60).
022900
023000******************************************************************
023100*    DIARIO DE CONTROL DE LO COMUNICADO. SOLO SE AÑADEN REGISTROS:
023200*    E (COMUNICACION ENVIADA EN UN LOTE, CON SU PLAZO Y LOS DATOS
023300*    QUE VIAJARON), R (RESPUESTA RECIBIDA PARA UNA COMUNICACION DE
023400*    UN LOTE) Y C (EJECUCION, CON SU LOTE; LA PRIMERA GUARDA LA
023500*    FECHA DESDE LA QUE SE COMUNICA Y LA ULTIMA, EL MES DESDE EL
023600*    QUE HAY QUE VOLVER A LEER LOS ARCHIVOS: EL DEL HECHO MAS
023700*    ANTIGUO QUE QUEDO PENDIENTE, O EL DE LA EJECUCION). FECHA Y
023800*    HORA SON LAS DE LA EJECUCION QUE ANOTA EL REGISTRO.
023900******************************************************************
024000 FD  CONTROL-AFILIACION.
024100 01  CTL-REGISTRO.
024200     05 CTL-TIPO-REGISTRO     PIC X(01).
024300        88 CTL-ES-EJECUCION          VALUE "C".
024400        88 CTL-ES-ENVIO              VALUE "E".
024500        88 CTL-ES-RESPUESTA          VALUE "R".
024600     05 FILLER                PIC X(01).
024700     05 CTL-FECHA             PIC 9(08).
024800     05 FILLER                PIC X(01).
024900     05 CTL-HORA              PIC 9(08).
025000     05 FILLER                PIC X(01).
025100     05 CTL-LOTE              PIC 9(05).
025200     05 FILLER                PIC X(01).
025300     05 CTL-REFERENCIA.
025400        10 CTL-REF-ACCION     PIC X(01).
025500        10 CTL-REF-ID         PIC 9(05).
025600        10 CTL-REF-FECHA      PIC 9(08).
025700        10 CTL-REF-HORA       PIC 9(08).
025800     05 FILLER                PIC X(01).
025900     05 CTL-DATOS.
026000         10 CTL-DATOS-ENVIO.
026100             15 CTL-FECHA-LIMITE      PIC 9(08).
026200             15 FILLER                PIC X(01).
026300             15 CTL-DATOS-ENVIADOS    PIC X(90).
026400         10 CTL-DATOS-RESPUESTA REDEFINES CTL-DATOS-ENVIO.
026500             15 CTL-RES-RESULTADO     PIC X(01).
026600             15 FILLER                PIC X(01).
026700             15 CTL-RES-FECHA         PIC 9(08).
026800             15 FILLER                PIC X(01).
026900             15 CTL-RES-CODIGO        PIC X(04).
027000             15 FILLER                PIC X(01).
027100             15 CTL-RES-DESCRIPCION   PIC X(40).
027200             15 FILLER                PIC X(43).
027300         10 CTL-DATOS-EJECUCION REDEFINES CTL-DATOS-ENVIO.
027400             15 CTL-EJE-FECHA-INICIO  PIC 9(08).
027500             15 FILLER                PIC X(01).
027600             15 CTL-EJE-ENVIADOS      PIC 9(05).
027700             15 FILLER                PIC X(01).
027800             15 CTL-EJE-RESPUESTAS    PIC 9(05).
027900             15 FILLER                PIC X(01).
028000             15 CTL-EJE-PENDIENTES    PIC 9(05).
028100             15 FILLER                PIC X(01).
028200             15 CTL-EJE-MES-REVISION  PIC 9(06).
028300             15 FILLER                PIC X(66).
028400
028500******************************************************************
028600*    RESPUESTA DE LA SEGURIDAD SOCIAL: UNA LINEA POR COMUNICACION
028700*    TRATADA, CON EL LOTE EN QUE VIAJO, EL RESULTADO (A ACEPTADA,
028800*    R RECHAZADA) Y, SI SE RECHAZA, EL CODIGO Y LA DESCRIPCION.
028900******************************************************************
029000 FD  RESPUESTA-AFILIACION.
029100 01  RESPUESTA-REGISTRO.
029200     05 RESPUESTA-REFERENCIA.
029300        10 RESPUESTA-ACCION   PIC X(01).
029400        10 RESPUESTA-ID       PIC 9(05).
029500        10 RESPUESTA-FECHA-HECHO PIC 9(08).
029600        10 RESPUESTA-HORA-HECHO  PIC 9(08).
029700     05 FILLER                PIC X(01).
029800     05 RESPUESTA-LOTE        PIC 9(05).
029900     05 FILLER                PIC X(01).
030000     05 RESPUESTA-RESULTADO   PIC X(01).
030100        88 RESPUESTA-ACEPTADA        VALUE "A".
030200        88 RESPUESTA-RECHAZADA       VALUE "R".
030300     05 FILLER                PIC X(01).
030400     05 RESPUESTA-FECHA       PIC 9(08).
030500     05 FILLER                PIC X(01).
030600     05 RESPUESTA-CODIGO      PIC X(04).
030700     05 FILLER                PIC X(01).
030800     05 RESPUESTA-DESCRIPCION PIC X(40).
030900
031000 FD  AFILIACION-LISTADO.
031100 01  LINEA-LISTADO            PIC X(132).
031200
031300 WORKING-STORAGE SECTION.
031400******************************************************************
031500*    LINEAS DE CABECERA, SECCION, DETALLE Y RESUMEN DEL INFORME
031600******************************************************************
031700 01  LIN-CABECERA-1.
031800     05 FILLER                PIC X(41) VALUE
031900        "COMUNICACIONES DE AFILIACION A LA S.S.".
032000     05 FILLER                PIC X(06) VALUE "LOTE: ".
032100     05 LC1-LOTE              PIC 9(05).
032200     05 FILLER                PIC X(05) VALUE SPACES.
032300     05 FILLER                PIC X(07) VALUE "FECHA: ".
032400     05 LC1-FECHA             PIC 9999/99/99 VALUE ZERO.
032500     05 FILLER                PIC X(08) VALUE SPACES.
032600     05 FILLER                PIC X(08) VALUE "PAGINA: ".
032700     05 LC1-PAGINA            PIC ZZZ9.
032800
032900 01  LIN-CABECERA-2.
033000     05 FILLER                PIC X(12) VALUE " ACCION".
033100     05 FILLER                PIC X(07) VALUE "ID".
033200     05 FILLER                PIC X(16) VALUE "PRIMER APELLIDO".
033300     05 FILLER                PIC X(14) VALUE "NOMBRE".
033400     05 FILLER                PIC X(12) VALUE "EFECTO".
033500     05 FILLER                PIC X(12) VALUE "PLAZO".
033600     05 FILLER                PIC X(13) VALUE "AVISO".
033700     05 FILLER                PIC X(13) VALUE "OBSERVACIONES".
033800
033900 01  LIN-SECCION.
034000     05 LS-TITULO             PIC X(60).
034100
034200 01  LIN-DETALLE.
034300     05 FILLER                PIC X(01) VALUE SPACES.
034400     05 LD-ACCION             PIC X(10).
034500     05 FILLER                PIC X(01) VALUE SPACES.
034600     05 LD-ID                 PIC 9(05).
034700     05 FILLER                PIC X(02) VALUE SPACES.
034800     05 LD-APELLIDO1          PIC X(15).
034900     05 FILLER                PIC X(01) VALUE SPACES.
035000     05 LD-NOMBRE             PIC X(12).
035100     05 FILLER                PIC X(02) VALUE SPACES.
035200     05 LD-EFECTO             PIC 9999/99/99.
035300     05 FILLER                PIC X(02) VALUE SPACES.
035400     05 LD-LIMITE             PIC 9999/99/99.
035500     05 FILLER                PIC X(02) VALUE SPACES.
035600     05 LD-AVISO              PIC X(11).
035700     05 FILLER                PIC X(02) VALUE SPACES.
035800     05 LD-OBSERVACION        PIC X(46).
035900
036000 01  LIN-RESUMEN.
036100     05 LR-TEXTO              PIC X(40).
036200     05 LR-CANTIDAD           PIC ZZZZ9.
036300
036400 01  AFIL-LINEA-SALIDA        PIC X(132) VALUE SPACES.
036500
036600******************************************************************
036700*    VARIABLES DE CONTROL DEL PROGRAMA
036800******************************************************************
036900 01  FS-STATUS                PIC X(02).
037000 01  FS-STATUS-EXEMP          PIC X(02).
037100 01  FS-STATUS-LOG            PIC X(02).
037200 01  FS-STATUS-ARCH-LOG       PIC X(02).
037300 01  FS-STATUS-HIST           PIC X(02).
037400 01  FS-STATUS-ARCH-HIST      PIC X(02).
037500 01  FS-STATUS-PEND           PIC X(02).
037600 01  FS-STATUS-COMUNICA       PIC X(02).
037700 01  FS-STATUS-CONTROL        PIC X(02).
037800 01  FS-STATUS-RESPUESTA      PIC X(02).
037900 01  FS-STATUS-LISTADO        PIC X(02).
038000 01  WS-FECHA-SISTEMA         PIC 9(08).
038100 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
038200     05 WS-FECHA-AAAAMM       PIC 9(06).
038300     05 WS-FECHA-DD           PIC 9(02).
038400 01  WS-HORA-SISTEMA          PIC 9(08).
038500
038600******************************************************************
038700*    PARAMETROS DE EJECUCION: "DESDE AAAAMMDD" (SOLO CUANDO AUN NO
038800*    HAY DIARIO DE CONTROL) O "REENVIAR".
038900******************************************************************
039000 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
039100 01  WS-PARM-MODO             PIC X(10) VALUE SPACES.
039200 01  WS-PARM-FECHA            PIC X(08) VALUE SPACES.
039300 01  WS-NOMBRE-ARCH-LOG       PIC X(60) VALUE SPACES.
039400 01  WS-NOMBRE-ARCH-HIST      PIC X(60) VALUE SPACES.
039500
039600******************************************************************
039700*    PLAZOS LEGALES Y PREAVISO DEL INFORME, EN DIAS NATURALES. EL
039800*    ALTA Y EL REINGRESO VENCEN EL MISMO DIA DE EFECTO; LA BAJA Y
039900*    LA VARIACION, AFIL-DIAS-PLAZO DIAS DESPUES. LO PENDIENTE QUE
040000*    VENCE ANTES DE AFIL-DIAS-AVISO DIAS SE SEÑALA COMO PROXIMO.
040100******************************************************************
040200 01  AFIL-DIAS-PLAZO          PIC 9(02) COMP VALUE 3.
040300 01  AFIL-DIAS-AVISO          PIC 9(02) COMP VALUE 3.
040400 01  AFIL-FECHA-AVISO         PIC 9(08) VALUE ZERO.
040500
040600******************************************************************
040700*    FECHA DESDE LA QUE SE COMUNICA (LA DE LA PRIMERA EJECUCION),
040800*    MES DESDE EL QUE SE LEEN LOS ARCHIVOS EN ESTA EJECUCION Y EL
040900*    QUE SE ANOTA PARA LA SIGUIENTE, LOTE DE ESTA EJECUCION Y MES
041000*    QUE SE ESTA LEYENDO AL RECORRER LOS ARCHIVOS MENSUALES.
041100******************************************************************
041200 01  AFIL-FECHA-INICIO        PIC 9(08) VALUE ZERO.
041300 01  AFIL-MES-DESDE           PIC 9(06) VALUE ZERO.
041400 01  AFIL-MES-REVISION        PIC 9(06) VALUE ZERO.
041500 01  AFIL-LOTE                PIC 9(05) VALUE ZERO.
041600 01  AFIL-MES-LECTURA         PIC 9(06) VALUE ZERO.
041700 01  AFIL-MES-LECTURA-R       REDEFINES AFIL-MES-LECTURA.
041800     05 AFIL-LEC-AAAA         PIC 9(04).
041900     05 AFIL-LEC-MM           PIC 9(02).
042000
042100 01  CONTADORES.
042200     05 CNT-LINEAS-PAGINA     PIC 9(03) COMP VALUE ZERO.
042300     05 CNT-PAGINA            PIC 9(03) COMP VALUE ZERO.
042400     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
042500
042600 01  AFIL-CONTADORES.
042700     05 AFIL-CTL-LEIDOS       PIC 9(07) COMP VALUE ZERO.
042800     05 AFIL-RES-LEIDAS       PIC 9(05) COMP VALUE ZERO.
042900     05 AFIL-RES-ACEPTADAS    PIC 9(05) COMP VALUE ZERO.
043000     05 AFIL-RES-RECHAZADAS   PIC 9(05) COMP VALUE ZERO.
043100     05 AFIL-RES-YA-TRATADAS  PIC 9(05) COMP VALUE ZERO.
043200     05 AFIL-RES-HUERFANAS    PIC 9(05) COMP VALUE ZERO.
043300     05 AFIL-ARCHIVOS-LEIDOS  PIC 9(05) COMP VALUE ZERO.
043400     05 AFIL-ENV-ALTAS        PIC 9(05) COMP VALUE ZERO.
043500     05 AFIL-ENV-BAJAS        PIC 9(05) COMP VALUE ZERO.
043600     05 AFIL-ENV-REINGRESOS   PIC 9(05) COMP VALUE ZERO.
043700     05 AFIL-ENV-VARIACIONES  PIC 9(05) COMP VALUE ZERO.
043800     05 AFIL-REENVIOS         PIC 9(05) COMP VALUE ZERO.
043900     05 AFIL-FUERA-PLAZO      PIC 9(05) COMP VALUE ZERO.
044000     05 AFIL-RECHAZADAS       PIC 9(05) COMP VALUE ZERO.
044100     05 AFIL-SIN-RESPUESTA    PIC 9(05) COMP VALUE ZERO.
044200     05 AFIL-TOTAL-REGISTROS  PIC 9(07) COMP VALUE ZERO.
044300     05 AFIL-TOTAL-CONTROL    PIC 9(12) COMP VALUE ZERO.
044400
044500******************************************************************
044600*    COMUNICACIONES DEL DIARIO DE CONTROL CON SU SITUACION ACTUAL:
044700*    E ENVIADA Y SIN RESPUESTA, A ACEPTADA, R RECHAZADA. LOS
044800*    CONMUTADORES MARCAN LO QUE ESTA EJECUCION ENVIA (N NUEVA,
044900*    R REENVIO) Y LAS RESPUESTAS QUE APLICA, PARA AÑADIRLO AL
045000*    DIARIO AL TERMINAR.
045100******************************************************************
045200 01  TABLA-CONTROL.
045300     05 TABLA-CTL-TOTAL       PIC 9(05) COMP VALUE ZERO.
045400     05 TABLA-CTL-ENTRADA     OCCURS 10000 TIMES
045500                              INDEXED BY TABLA-CTL-IDX.
045600        10 TABLA-CTL-REFERENCIA.
045700           15 TABLA-CTL-ACCION      PIC X(01).
045800           15 TABLA-CTL-ID          PIC 9(05).
045900           15 TABLA-CTL-FECHA-HECHO PIC 9(08).
046000           15 TABLA-CTL-HORA-HECHO  PIC 9(08).
046100        10 TABLA-CTL-ESTADO         PIC X(01).
046200           88 TABLA-CTL-ENVIADA            VALUE "E".
046300           88 TABLA-CTL-ACEPTADA           VALUE "A".
046400           88 TABLA-CTL-RECHAZADA          VALUE "R".
046500        10 TABLA-CTL-LOTE           PIC 9(05).
046600        10 TABLA-CTL-FECHA-ENVIO    PIC 9(08).
046700        10 TABLA-CTL-HORA-ENVIO     PIC 9(08).
046800        10 TABLA-CTL-ENVIOS         PIC 9(03) COMP.
046900        10 TABLA-CTL-LIMITE         PIC 9(08).
047000        10 TABLA-CTL-DATOS          PIC X(90).
047100        10 TABLA-CTL-RES-LOTE       PIC 9(05).
047200        10 TABLA-CTL-RES-RESULTADO  PIC X(01).
047300        10 TABLA-CTL-RES-FECHA      PIC 9(08).
047400        10 TABLA-CTL-RES-CODIGO     PIC X(04).
047500        10 TABLA-CTL-RES-DESCRIPCION PIC X(40).
047600        10 TABLA-CTL-ENVIO-SW       PIC X(01).
047700           88 TABLA-CTL-ENVIO-NUEVO        VALUE "N".
047800           88 TABLA-CTL-REENVIO            VALUE "R".
047900        10 TABLA-CTL-RESP-SW        PIC X(01).
048000           88 TABLA-CTL-RESP-NUEVA         VALUE "S".
048100
048200******************************************************************
048300*    EMPLEADOS CONOCIDOS: LOS DEL MAESTRO Y, PARA LOS QUE YA NO
048400*    ESTAN EN EL, LA ULTIMA IMAGEN DE exempleados.csv.
048500******************************************************************
048600 01  TABLA-EMPLEADOS.
048700     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
048800     05 TABLA-EMP-ENTRADA     OCCURS 10000 TIMES
048900                              INDEXED BY TABLA-EMP-IDX.
049000        10 TABLA-EMP-ID             PIC 9(05).
049100        10 TABLA-EMP-IMAGEN         PIC X(97).
049200        10 TABLA-EMP-ORIGEN         PIC X(01).
049300           88 TABLA-EMP-DEL-MAESTRO        VALUE "M".
049400
049500******************************************************************
049600*    LO QUE NO SE HA PODIDO ENVIAR, PARA EL INFORME: HECHOS CON
049700*    DATOS INCOMPLETOS Y BAJAS AUN PENDIENTES DE APROBACION.
049800******************************************************************
049900 01  TABLA-PENDIENTES.
050000     05 TABLA-PEN-TOTAL       PIC 9(03) COMP VALUE ZERO.
050100     05 TABLA-PEN-ENTRADA     OCCURS 500 TIMES
050200                              INDEXED BY TABLA-PEN-IDX.
050300        10 TABLA-PEN-REFERENCIA.
050400           15 TABLA-PEN-ACCION      PIC X(01).
050500           15 TABLA-PEN-ID          PIC 9(05).
050600           15 TABLA-PEN-FECHA-HECHO PIC 9(08).
050700           15 TABLA-PEN-HORA-HECHO  PIC 9(08).
050800        10 TABLA-PEN-APELLIDO1      PIC X(20).
050900        10 TABLA-PEN-NOMBRE         PIC X(20).
051000        10 TABLA-PEN-EFECTO         PIC 9(08).
051100        10 TABLA-PEN-LIMITE         PIC 9(08).
051200        10 TABLA-PEN-MOTIVO         PIC X(46).
051300
051400******************************************************************
051500*    RESPUESTAS QUE NO CORRESPONDEN A NINGUNA COMUNICACION.
051600******************************************************************
051700 01  TABLA-HUERFANAS.
051800     05 TABLA-HUE-TOTAL       PIC 9(03) COMP VALUE ZERO.
051900     05 TABLA-HUE-ENTRADA     OCCURS 200 TIMES
052000                              INDEXED BY TABLA-HUE-IDX.
052100        10 TABLA-HUE-ACCION         PIC X(01).
052200        10 TABLA-HUE-ID             PIC 9(05).
052300        10 TABLA-HUE-FECHA-HECHO    PIC 9(08).
052400        10 TABLA-HUE-LOTE           PIC 9(05).
052500        10 TABLA-HUE-CODIGO         PIC X(04).
052600
052700 01  MSG-CONTROL-LLENO        PIC X(60) VALUE
052800     "Tabla de control llena: no se puede garantizar el envio.".
052900 01  MSG-EMPLEADOS-LLENOS     PIC X(60) VALUE
053000     "AVISO: tabla de empleados llena, datos incompletos.".
053100 01  MSG-PENDIENTES-LLENOS    PIC X(60) VALUE
053200     "AVISO: tabla de pendientes llena, informe incompleto.".
053300 01  MSG-HUERFANAS-LLENAS     PIC X(60) VALUE
053400     "AVISO: tabla de respuestas sin envio llena.".
053500
053600******************************************************************
053700*    COMUNICACION CANDIDATA EN CURSO, SEA CUAL SEA SU ORIGEN. LOS
053800*    DATOS TIENEN LA MISMA FORMA QUE COMUNICA-DATOS-EMPLEADO.
053900******************************************************************
054000 01  AFIL-CANDIDATO.
054100     05 AFIL-CAN-REFERENCIA.
054200        10 AFIL-CAN-ACCION    PIC X(01).
054300           88 AFIL-CAN-ALTA             VALUE "A".
054400           88 AFIL-CAN-BAJA             VALUE "B".
054500           88 AFIL-CAN-REINGRESO        VALUE "R".
054600           88 AFIL-CAN-VARIACION        VALUE "V".
054700        10 AFIL-CAN-ID        PIC 9(05).
054800        10 AFIL-CAN-FECHA-HECHO PIC 9(08).
054900        10 AFIL-CAN-HORA-HECHO  PIC 9(08).
055000     05 AFIL-CAN-DATOS.
055100        10 AFIL-CAN-NOMBRE    PIC X(20).
055200        10 AFIL-CAN-APELLIDO1 PIC X(20).
055300        10 AFIL-CAN-APELLIDO2 PIC X(20).
055400        10 AFIL-CAN-FECHA-EFECTO PIC 9(08).
055500        10 AFIL-CAN-FECHA-ALTA   PIC 9(08).
055600        10 AFIL-CAN-FECHA-BAJA   PIC 9(08).
055700        10 AFIL-CAN-MOTIVO-BAJA  PIC X(03).
055800        10 AFIL-CAN-DEPTO        PIC X(03).
055900     05 AFIL-CAN-LIMITE       PIC 9(08).
056000     05 AFIL-CAN-MOTIVO       PIC X(46).
056100
056200 01  AFIL-DATOS-GUARDADOS     PIC X(90).
056300
056400******************************************************************
056500*    IMAGENES DE UN REGISTRO DE EMPLEADO (MAESTRO, exempleados.csv
056600*    O EMPHIST) PARA TOMAR SUS CAMPOS.
056700******************************************************************
056800 01  AFIL-IMAGEN.
056900     05 AFIL-IMG-ID           PIC 9(05).
057000     05 AFIL-IMG-NOMBRE       PIC X(20).
057100     05 AFIL-IMG-APELLIDO1    PIC X(20).
057200     05 AFIL-IMG-APELLIDO2    PIC X(20).
057300     05 AFIL-IMG-DEPTO        PIC X(03).
057400     05 AFIL-IMG-FECHA-ALTA   PIC 9(08).
057500     05 AFIL-IMG-SALARIO      PIC 9(07)V99.
057600     05 AFIL-IMG-ESTADO       PIC X(01).
057700        88 AFIL-IMG-EN-BAJA          VALUE "B".
057800     05 AFIL-IMG-FECHA-BAJA   PIC 9(08).
057900     05 AFIL-IMG-MOTIVO-BAJA  PIC X(03).
058000
058100 01  AFIL-IMAGEN-ANTES.
058200     05 AFIL-ANT-ID           PIC 9(05).
058300     05 AFIL-ANT-NOMBRE       PIC X(20).
058400     05 AFIL-ANT-APELLIDO1    PIC X(20).
058500     05 AFIL-ANT-APELLIDO2    PIC X(20).
058600     05 AFIL-ANT-DEPTO        PIC X(03).
058700     05 AFIL-ANT-FECHA-ALTA   PIC 9(08).
058800     05 AFIL-ANT-SALARIO      PIC 9(07)V99.
058900     05 AFIL-ANT-ESTADO       PIC X(01).
059000     05 AFIL-ANT-FECHA-BAJA   PIC 9(08).
059100     05 AFIL-ANT-MOTIVO-BAJA  PIC X(03).
059200
059300******************************************************************
059400*    CALCULO DE FECHAS: SUMA DE DIAS NATURALES A UNA FECHA.
059500******************************************************************
059600 01  AFIL-FECHA-CALCULO       PIC 9(08) VALUE ZERO.
059700 01  AFIL-FECHA-CALCULO-R     REDEFINES AFIL-FECHA-CALCULO.
059800     05 AFIL-CALC-AAAA        PIC 9(04).
059900     05 AFIL-CALC-MM          PIC 9(02).
060000     05 AFIL-CALC-DD          PIC 9(02).
060100 01  AFIL-DIAS-A-SUMAR        PIC 9(03) COMP VALUE ZERO.
060200 01  AFIL-DIAS-MES            PIC 9(02) VALUE ZERO.
060300
060400 01  TABLA-DIAS-MES-VALORES.
060500     05 FILLER                PIC X(24) VALUE
060600        "312831303130313130313031".
060700 01  TABLA-DIAS-MES           REDEFINES TABLA-DIAS-MES-VALORES.
060800     05 TABLA-DIAS-DEL-MES    PIC 9(02) OCCURS 12 TIMES.
060900
061000 01  AFIL-BISIESTO-COCIENTE   PIC 9(04) COMP VALUE ZERO.
061100 01  AFIL-BISIESTO-RESTO-4    PIC 9(04) COMP VALUE ZERO.
061200 01  AFIL-BISIESTO-RESTO-100  PIC 9(04) COMP VALUE ZERO.
061300 01  AFIL-BISIESTO-RESTO-400  PIC 9(04) COMP VALUE ZERO.
061400
061500 01  AFIL-ID-BUSCADO          PIC 9(05) VALUE ZERO.
061600 01  AFIL-IDX-EMPLEADO        PIC 9(05) COMP VALUE ZERO.
061700 01  AFIL-IDX-CONTROL         PIC 9(05) COMP VALUE ZERO.
061800 01  AFIL-REF-BUSCADA.
061900     05 AFIL-BUS-ACCION       PIC X(01).
062000     05 AFIL-BUS-ID           PIC 9(05).
062100     05 AFIL-BUS-FECHA-HECHO  PIC 9(08).
062200     05 AFIL-BUS-HORA-HECHO   PIC 9(08).
062300
062400 01  AFIL-SWITCHES.
062500     05 AFIL-FIN-FICHERO-SW   PIC X(01) VALUE "N".
062600        88 AFIL-FIN-FICHERO          VALUE "S".
062700     05 AFIL-HALLADO-SW       PIC X(01) VALUE "N".
062800        88 AFIL-HALLADO              VALUE "S".
062900     05 AFIL-EMP-HALLADO-SW   PIC X(01) VALUE "N".
063000        88 AFIL-EMP-HALLADO          VALUE "S".
063100     05 AFIL-PEN-HALLADO-SW   PIC X(01) VALUE "N".
063200        88 AFIL-PEN-HALLADO          VALUE "S".
063300     05 AFIL-PRIMERA-VEZ-SW   PIC X(01) VALUE "S".
063400        88 AFIL-PRIMERA-VEZ          VALUE "S".
063500     05 AFIL-REENVIAR-SW      PIC X(01) VALUE "N".
063600        88 AFIL-REENVIAR             VALUE "S".
063700     05 AFIL-EMP-LLENOS-SW    PIC X(01) VALUE "N".
063800        88 AFIL-EMP-LLENOS           VALUE "S".
063900     05 AFIL-PEN-LLENOS-SW    PIC X(01) VALUE "N".
064000        88 AFIL-PEN-LLENOS           VALUE "S".
064100     05 AFIL-HUE-LLENAS-SW    PIC X(01) VALUE "N".
064200        88 AFIL-HUE-LLENAS           VALUE "S".
064300     05 AFIL-HAY-LINEAS-SW    PIC X(01) VALUE "N".
064400        88 AFIL-HAY-LINEAS           VALUE "S".
064500
064600 PROCEDURE DIVISION.
064700******************************************************************
064800*    0000-MAINLINE
064900*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA. LAS RESPUESTAS SE
065000*    APLICAN ANTES DE BUSCAR HECHOS NUEVOS PARA QUE LO RECHAZADO
065100*    HOY PUEDA REENVIARSE YA CORREGIDO. EL DIARIO DE CONTROL SOLO
065200*    SE AMPLIA CUANDO EL FICHERO DE COMUNICACION HA QUEDADO
065300*    COMPLETO, CON SU TRAILER.
065400******************************************************************
065500 0000-MAINLINE.
065600     PERFORM 1000-INICIALIZAR
065700         THRU 1000-EXIT.
065800
065900     PERFORM 2000-PROCESAR-RESPUESTAS
066000         THRU 2000-EXIT.
066100
066200     PERFORM 3000-LEER-ALTAS
066300         THRU 3000-EXIT.
066400
066500     PERFORM 3100-ALTAS-DEL-MAESTRO
066600         THRU 3100-EXIT
066700         VARYING TABLA-EMP-IDX FROM 1 BY 1
066800         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
066900
067000     PERFORM 3200-LEER-HISTORIAL
067100         THRU 3200-EXIT.
067200
067300     PERFORM 3400-REVISAR-RECHAZADA
067400         THRU 3400-EXIT
067500         VARYING TABLA-CTL-IDX FROM 1 BY 1
067600         UNTIL TABLA-CTL-IDX > TABLA-CTL-TOTAL.
067700
067800     PERFORM 3300-LEER-PENDIENTES
067900         THRU 3300-EXIT.
068000
068100     PERFORM 5000-ESCRIBIR-TRAILER
068200         THRU 5000-EXIT.
068300
068400     PERFORM 5100-AMPLIAR-CONTROL
068500         THRU 5100-EXIT.
068600
068700     PERFORM 6000-INFORME-ENVIADAS
068800         THRU 6000-EXIT.
068900
069000     PERFORM 6100-INFORME-RECHAZADAS
069100         THRU 6100-EXIT.
069200
069300     PERFORM 6200-INFORME-PENDIENTES
069400         THRU 6200-EXIT.
069500
069600     PERFORM 6900-ESCRIBIR-RESUMEN
069700         THRU 6900-EXIT.
069800
069900     PERFORM 9000-FINALIZAR
070000         THRU 9000-EXIT.
070100
070200     STOP RUN.
070300
070400 0000-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800*    1000-INICIALIZAR
070900*    OBTIENE FECHA Y HORA, LEE LOS PARAMETROS, ABRE EL INFORME Y
071000*    EL FICHERO DE COMUNICACION DEL NUEVO LOTE Y CARGA EL DIARIO
071100*    DE CONTROL Y LOS EMPLEADOS.
071200******************************************************************
071300 1000-INICIALIZAR.
071400     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
071500     ACCEPT WS-HORA-SISTEMA  FROM TIME.
071600     MOVE WS-FECHA-SISTEMA (1:4) TO LC1-FECHA (1:4).
071700     MOVE WS-FECHA-SISTEMA (5:2) TO LC1-FECHA (6:2).
071800     MOVE WS-FECHA-DD            TO LC1-FECHA (9:2).
071900
072000     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
072100     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
072200         INTO WS-PARM-MODO WS-PARM-FECHA.
072300     EVALUATE WS-PARM-MODO
072400         WHEN SPACES
072500             CONTINUE
072600         WHEN "DESDE"
072700             IF WS-PARM-FECHA IS NOT NUMERIC
072800                 DISPLAY "Fecha no valida (AAAAMMDD): "
072900                     WS-PARM-FECHA
073000                 MOVE 16 TO RETURN-CODE
073100                 STOP RUN
073200             END-IF
073300         WHEN "REENVIAR"
073400             MOVE "S" TO AFIL-REENVIAR-SW
073500         WHEN OTHER
073600             DISPLAY "Parametro no valido: " WS-PARM-MODO
073700             MOVE 16 TO RETURN-CODE
073800             STOP RUN
073900     END-EVALUATE.
074000
074100     PERFORM 1100-CARGAR-CONTROL
074200         THRU 1100-EXIT.
074300
074400     IF AFIL-PRIMERA-VEZ
074500         IF WS-PARM-MODO = "DESDE"
074600             MOVE WS-PARM-FECHA TO AFIL-FECHA-INICIO
074700         ELSE
074800             MOVE WS-FECHA-SISTEMA TO AFIL-FECHA-INICIO
074900         END-IF
075000         MOVE AFIL-FECHA-INICIO (1:6) TO AFIL-MES-DESDE
075100         DISPLAY "Primera ejecucion: se comunica desde "
075200             AFIL-FECHA-INICIO
075300     ELSE
075400         IF WS-PARM-MODO = "DESDE"
075500             DISPLAY "AVISO: DESDE solo se admite en la primera "
075600                 "ejecucion; se ignora."
075700         END-IF
075800     END-IF.
075900     ADD 1 TO AFIL-LOTE.
076000     MOVE AFIL-LOTE TO LC1-LOTE.
076100     MOVE WS-FECHA-AAAAMM TO AFIL-MES-REVISION.
076200
076300     MOVE WS-FECHA-SISTEMA TO AFIL-FECHA-CALCULO.
076400     MOVE AFIL-DIAS-AVISO  TO AFIL-DIAS-A-SUMAR.
076500     PERFORM 7300-SUMAR-DIAS THRU 7300-EXIT.
076600     MOVE AFIL-FECHA-CALCULO TO AFIL-FECHA-AVISO.
076700
076800     PERFORM 1200-CARGAR-EMPLEADOS
076900         THRU 1200-EXIT.
077000
077100     OPEN OUTPUT AFILIACION-LISTADO.
077200     IF FS-STATUS-LISTADO NOT = "00"
077300         DISPLAY "Error al abrir el informe. STATUS: "
077400             FS-STATUS-LISTADO
077500         MOVE 16 TO RETURN-CODE
077600         STOP RUN
077700     END-IF.
077800
077900     OPEN OUTPUT COMUNICACION-AFILIACION.
078000     IF FS-STATUS-COMUNICA NOT = "00"
078100         DISPLAY "Error al abrir EMPAFIL. STATUS: "
078200             FS-STATUS-COMUNICA
078300         CLOSE AFILIACION-LISTADO
078400         MOVE 16 TO RETURN-CODE
078500         STOP RUN
078600     END-IF.
078700
078800 1000-EXIT.
078900     EXIT.
079000
079100******************************************************************
079200*    1100-CARGAR-CONTROL
079300*    RECORRE EL DIARIO EMPAFCTL Y DEJA EN LA TABLA-CONTROL LA
079400*    SITUACION DE CADA COMUNICACION. SI NO EXISTE, ES LA PRIMERA
079500*    EJECUCION. CUALQUIER OTRO ERROR ES FATAL: SIN DIARIO NO SE
079600*    PUEDE SABER QUE SE ENVIO.
079700******************************************************************
079800 1100-CARGAR-CONTROL.
079900     OPEN INPUT CONTROL-AFILIACION.
080000     IF FS-STATUS-CONTROL = "35"
080100         GO TO 1100-EXIT
080200     END-IF.
080300     IF FS-STATUS-CONTROL NOT = "00"
080400         DISPLAY "No se ha podido abrir EMPAFCTL. STATUS: "
080500             FS-STATUS-CONTROL
080600         PERFORM 9900-ABORTAR THRU 9900-EXIT
080700     END-IF.
080800
080900     MOVE "N" TO AFIL-FIN-FICHERO-SW.
081000     PERFORM 1110-LEER-UN-CONTROL
081100         THRU 1110-EXIT
081200         UNTIL AFIL-FIN-FICHERO.
081300     CLOSE CONTROL-AFILIACION.
081400
081500 1100-EXIT.
081600     EXIT.
081700
081800 1110-LEER-UN-CONTROL.
081900     READ CONTROL-AFILIACION
082000         AT END
082100             MOVE "S" TO AFIL-FIN-FICHERO-SW
082200             GO TO 1110-EXIT
082300     END-READ.
082400     ADD 1 TO AFIL-CTL-LEIDOS.
082500
082600     EVALUATE TRUE
082700         WHEN CTL-ES-EJECUCION
082800             IF AFIL-PRIMERA-VEZ
082900                 MOVE CTL-EJE-FECHA-INICIO TO AFIL-FECHA-INICIO
083000                 MOVE "N" TO AFIL-PRIMERA-VEZ-SW
083100             END-IF
083200             MOVE CTL-EJE-MES-REVISION TO AFIL-MES-DESDE
083300             MOVE CTL-LOTE             TO AFIL-LOTE
083400         WHEN CTL-ES-ENVIO
083500             PERFORM 1120-CARGAR-ENVIO THRU 1120-EXIT
083600         WHEN CTL-ES-RESPUESTA
083700             PERFORM 1130-CARGAR-RESPUESTA THRU 1130-EXIT
083800     END-EVALUATE.
083900
084000 1110-EXIT.
084100     EXIT.
084200
084300******************************************************************
084400*    1120-CARGAR-ENVIO
084500*    UN ENVIO DEJA LA COMUNICACION PENDIENTE DE RESPUESTA EN EL
084600*    LOTE QUE LO ANOTO.
084700******************************************************************
084800 1120-CARGAR-ENVIO.
084900     MOVE CTL-REFERENCIA TO AFIL-REF-BUSCADA.
085000     PERFORM 4110-BUSCAR-REFERENCIA THRU 4110-EXIT.
085100     IF NOT AFIL-HALLADO
085200         PERFORM 4120-NUEVA-ENTRADA THRU 4120-EXIT
085300     END-IF.
085400
085500     MOVE "E"              TO TABLA-CTL-ESTADO(AFIL-IDX-CONTROL).
085600     MOVE CTL-LOTE         TO TABLA-CTL-LOTE(AFIL-IDX-CONTROL).
085700     MOVE CTL-FECHA
085800         TO TABLA-CTL-FECHA-ENVIO(AFIL-IDX-CONTROL).
085900     MOVE CTL-HORA
086000         TO TABLA-CTL-HORA-ENVIO(AFIL-IDX-CONTROL).
086100     ADD 1                 TO TABLA-CTL-ENVIOS(AFIL-IDX-CONTROL).
086200     MOVE CTL-FECHA-LIMITE TO TABLA-CTL-LIMITE(AFIL-IDX-CONTROL).
086300     MOVE CTL-DATOS-ENVIADOS
086400         TO TABLA-CTL-DATOS(AFIL-IDX-CONTROL).
086500
086600 1120-EXIT.
086700     EXIT.
086800
086900******************************************************************
087000*    1130-CARGAR-RESPUESTA
087100*    UNA RESPUESTA ANOTADA CIERRA LA COMUNICACION DEL LOTE AL QUE
087200*    CONTESTA.
087300******************************************************************
087400 1130-CARGAR-RESPUESTA.
087500     MOVE CTL-REFERENCIA TO AFIL-REF-BUSCADA.
087600     PERFORM 4110-BUSCAR-REFERENCIA THRU 4110-EXIT.
087700     IF NOT AFIL-HALLADO
087800         GO TO 1130-EXIT
087900     END-IF.
088000     IF CTL-LOTE NOT = TABLA-CTL-LOTE(AFIL-IDX-CONTROL)
088100         GO TO 1130-EXIT
088200     END-IF.
088300
088400     MOVE CTL-RES-RESULTADO
088500         TO TABLA-CTL-ESTADO(AFIL-IDX-CONTROL).
088600     MOVE CTL-LOTE
088700         TO TABLA-CTL-RES-LOTE(AFIL-IDX-CONTROL).
088800     MOVE CTL-RES-RESULTADO
088900         TO TABLA-CTL-RES-RESULTADO(AFIL-IDX-CONTROL).
089000     MOVE CTL-RES-FECHA
089100         TO TABLA-CTL-RES-FECHA(AFIL-IDX-CONTROL).
089200     MOVE CTL-RES-CODIGO
089300         TO TABLA-CTL-RES-CODIGO(AFIL-IDX-CONTROL).
089400     MOVE CTL-RES-DESCRIPCION
089500         TO TABLA-CTL-RES-DESCRIPCION(AFIL-IDX-CONTROL).
089600
089700 1130-EXIT.
089800     EXIT.
089900
090000******************************************************************
090100*    1200-CARGAR-EMPLEADOS
090200*    CARGA EL MAESTRO Y, DETRAS, LAS IMAGENES DE exempleados.csv
090300*    DE LOS EMPLEADOS QUE YA NO ESTAN EN EL (LA ULTIMA DE CADA
090400*    UNO).
090500******************************************************************
090600 1200-CARGAR-EMPLEADOS.
090700     OPEN INPUT EMPLEADOS-ARCHIVO.
090800     IF FS-STATUS NOT = "00"
090900         DISPLAY "No se ha podido abrir empleados.csv. STATUS: "
091000             FS-STATUS
091100         PERFORM 9900-ABORTAR THRU 9900-EXIT
091200     END-IF.
091300     MOVE "N" TO AFIL-FIN-FICHERO-SW.
091400     PERFORM 1210-LEER-UN-EMPLEADO
091500         THRU 1210-EXIT
091600         UNTIL AFIL-FIN-FICHERO.
091700     CLOSE EMPLEADOS-ARCHIVO.
091800
091900     OPEN INPUT EXEMPLEADOS-ARCHIVO.
092000     IF FS-STATUS-EXEMP NOT = "00"
092100         IF FS-STATUS-EXEMP NOT = "35"
092200             DISPLAY "AVISO: no se pudo leer exempleados.csv. "
092300                 "STATUS: " FS-STATUS-EXEMP
092400         END-IF
092500         GO TO 1200-EXIT
092600     END-IF.
092700     MOVE "N" TO AFIL-FIN-FICHERO-SW.
092800     PERFORM 1220-LEER-UN-EXEMPLEADO
092900         THRU 1220-EXIT
093000         UNTIL AFIL-FIN-FICHERO.
093100     CLOSE EXEMPLEADOS-ARCHIVO.
093200
093300 1200-EXIT.
093400     EXIT.
093500
093600 1210-LEER-UN-EMPLEADO.
093700     READ EMPLEADOS-ARCHIVO
093800         AT END
093900             MOVE "S" TO AFIL-FIN-FICHERO-SW
094000             GO TO 1210-EXIT
094100     END-READ.
094200
094300     MOVE EMPLEADOS-ID TO AFIL-ID-BUSCADO.
094400     PERFORM 1250-LOCALIZAR-EMPLEADO THRU 1250-EXIT.
094500     IF AFIL-EMP-HALLADO
094600         MOVE EMPLEADOS-REGISTRO
094700             TO TABLA-EMP-IMAGEN(AFIL-IDX-EMPLEADO)
094800         MOVE "M" TO TABLA-EMP-ORIGEN(AFIL-IDX-EMPLEADO)
094900     END-IF.
095000
095100 1210-EXIT.
095200     EXIT.
095300
095400 1220-LEER-UN-EXEMPLEADO.
095500     READ EXEMPLEADOS-ARCHIVO
095600         AT END
095700             MOVE "S" TO AFIL-FIN-FICHERO-SW
095800             GO TO 1220-EXIT
095900     END-READ.
096000
096100     MOVE EXEMP-REGISTRO TO AFIL-IMAGEN.
096200     IF AFIL-IMG-ID IS NOT NUMERIC
096300         GO TO 1220-EXIT
096400     END-IF.
096500     MOVE AFIL-IMG-ID TO AFIL-ID-BUSCADO.
096600     PERFORM 1250-LOCALIZAR-EMPLEADO THRU 1250-EXIT.
096700     IF AFIL-EMP-HALLADO
096800         AND NOT TABLA-EMP-DEL-MAESTRO(AFIL-IDX-EMPLEADO)
096900         MOVE EXEMP-REGISTRO
097000             TO TABLA-EMP-IMAGEN(AFIL-IDX-EMPLEADO)
097100         MOVE "X" TO TABLA-EMP-ORIGEN(AFIL-IDX-EMPLEADO)
097200     END-IF.
097300
097400 1220-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800*    1250-LOCALIZAR-EMPLEADO
097900*    BUSCA AFIL-ID-BUSCADO EN LA TABLA DE EMPLEADOS Y, SI NO ESTA,
098000*    LO AÑADE VACIO. DEJA LA POSICION EN AFIL-IDX-EMPLEADO.
098100******************************************************************
098200 1250-LOCALIZAR-EMPLEADO.
098300     PERFORM 1260-BUSCAR-EMPLEADO THRU 1260-EXIT.
098400     IF AFIL-EMP-HALLADO
098500         GO TO 1250-EXIT
098600     END-IF.
098700
098800     IF TABLA-EMP-TOTAL < 10000
098900         ADD 1 TO TABLA-EMP-TOTAL
099000         MOVE TABLA-EMP-TOTAL TO AFIL-IDX-EMPLEADO
099100         MOVE AFIL-ID-BUSCADO TO TABLA-EMP-ID(TABLA-EMP-TOTAL)
099200         MOVE SPACES TO TABLA-EMP-IMAGEN(TABLA-EMP-TOTAL)
099300         MOVE SPACES TO TABLA-EMP-ORIGEN(TABLA-EMP-TOTAL)
099400         MOVE "S" TO AFIL-EMP-HALLADO-SW
099500     ELSE
099600         IF NOT AFIL-EMP-LLENOS
099700             DISPLAY MSG-EMPLEADOS-LLENOS
099800             MOVE "S" TO AFIL-EMP-LLENOS-SW
099900         END-IF
100000     END-IF.
100100
100200 1250-EXIT.
100300     EXIT.
100400
100500******************************************************************
100600*    1260-BUSCAR-EMPLEADO
100700*    SOLO BUSCA: DEJA AFIL-EMP-HALLADO Y AFIL-IDX-EMPLEADO.
100800******************************************************************
100900 1260-BUSCAR-EMPLEADO.
101000     MOVE "N" TO AFIL-EMP-HALLADO-SW.
101100     PERFORM 1270-COMPARAR-EMPLEADO
101200         THRU 1270-EXIT
101300         VARYING TABLA-EMP-IDX FROM 1 BY 1
101400         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL
101500         OR AFIL-EMP-HALLADO.
101600
101700 1260-EXIT.
101800     EXIT.
101900
102000 1270-COMPARAR-EMPLEADO.
102100     IF TABLA-EMP-ID(TABLA-EMP-IDX) = AFIL-ID-BUSCADO
102200         MOVE "S" TO AFIL-EMP-HALLADO-SW
102300         SET AFIL-IDX-EMPLEADO TO TABLA-EMP-IDX
102400     END-IF.
102500
102600 1270-EXIT.
102700     EXIT.
102800
102900******************************************************************
103000*    2000-PROCESAR-RESPUESTAS
103100*    LEE EL FICHERO DE RESPUESTA EMPAFRES, SI LO HAY. VOLVER A
103200*    LEER UNA RESPUESTA YA APLICADA NO CAMBIA NADA.
103300******************************************************************
103400 2000-PROCESAR-RESPUESTAS.
103500     OPEN INPUT RESPUESTA-AFILIACION.
103600     IF FS-STATUS-RESPUESTA NOT = "00"
103700         IF FS-STATUS-RESPUESTA NOT = "35"
103800             DISPLAY "AVISO: no se pudo leer EMPAFRES. STATUS: "
103900                 FS-STATUS-RESPUESTA
104000         END-IF
104100         GO TO 2000-EXIT
104200     END-IF.
104300
104400     MOVE "N" TO AFIL-FIN-FICHERO-SW.
104500     PERFORM 2100-LEER-UNA-RESPUESTA
104600         THRU 2100-EXIT
104700         UNTIL AFIL-FIN-FICHERO.
104800     CLOSE RESPUESTA-AFILIACION.
104900
105000 2000-EXIT.
105100     EXIT.
105200
105300 2100-LEER-UNA-RESPUESTA.
105400     READ RESPUESTA-AFILIACION
105500         AT END
105600             MOVE "S" TO AFIL-FIN-FICHERO-SW
105700         NOT AT END
105800             ADD 1 TO AFIL-RES-LEIDAS
105900             PERFORM 2200-APLICAR-RESPUESTA THRU 2200-EXIT
106000     END-READ.
106100
106200 2100-EXIT.
106300     EXIT.
106400
106500******************************************************************
106600*    2200-APLICAR-RESPUESTA
106700*    LA RESPUESTA SOLO SE APLICA A LA COMUNICACION QUE SIGUE
106800*    ESPERANDOLA EN EL MISMO LOTE; LA DE UN ENVIO ANTERIOR O LA YA
106900*    APLICADA SE CUENTA Y SE IGNORA. LA QUE NO CORRESPONDE A NADA
107000*    ENVIADO SE GUARDA PARA EL INFORME.
107100******************************************************************
107200 2200-APLICAR-RESPUESTA.
107300     MOVE RESPUESTA-REFERENCIA TO AFIL-REF-BUSCADA.
107400     PERFORM 4110-BUSCAR-REFERENCIA THRU 4110-EXIT.
107500     IF NOT AFIL-HALLADO
107600         OR (NOT RESPUESTA-ACEPTADA AND NOT RESPUESTA-RECHAZADA)
107700         PERFORM 2300-GUARDAR-HUERFANA THRU 2300-EXIT
107800         GO TO 2200-EXIT
107900     END-IF.
108000
108100     IF RESPUESTA-LOTE NOT = TABLA-CTL-LOTE(AFIL-IDX-CONTROL)
108200         OR NOT TABLA-CTL-ENVIADA(AFIL-IDX-CONTROL)
108300         ADD 1 TO AFIL-RES-YA-TRATADAS
108400         GO TO 2200-EXIT
108500     END-IF.
108600
108700     MOVE RESPUESTA-RESULTADO
108800         TO TABLA-CTL-ESTADO(AFIL-IDX-CONTROL).
108900     MOVE RESPUESTA-LOTE
109000         TO TABLA-CTL-RES-LOTE(AFIL-IDX-CONTROL).
109100     MOVE RESPUESTA-RESULTADO
109200         TO TABLA-CTL-RES-RESULTADO(AFIL-IDX-CONTROL).
109300     MOVE RESPUESTA-FECHA
109400         TO TABLA-CTL-RES-FECHA(AFIL-IDX-CONTROL).
109500     MOVE RESPUESTA-CODIGO
109600         TO TABLA-CTL-RES-CODIGO(AFIL-IDX-CONTROL).
109700     MOVE RESPUESTA-DESCRIPCION
109800         TO TABLA-CTL-RES-DESCRIPCION(AFIL-IDX-CONTROL).
109900     MOVE "S" TO TABLA-CTL-RESP-SW(AFIL-IDX-CONTROL).
110000     IF RESPUESTA-ACEPTADA
110100         ADD 1 TO AFIL-RES-ACEPTADAS
110200     ELSE
110300         ADD 1 TO AFIL-RES-RECHAZADAS
110400     END-IF.
110500
110600 2200-EXIT.
110700     EXIT.
110800
110900 2300-GUARDAR-HUERFANA.
111000     ADD 1 TO AFIL-RES-HUERFANAS.
111100     IF TABLA-HUE-TOTAL < 200
111200         ADD 1 TO TABLA-HUE-TOTAL
111300         MOVE RESPUESTA-ACCION
111400             TO TABLA-HUE-ACCION(TABLA-HUE-TOTAL)
111500         MOVE RESPUESTA-ID
111600             TO TABLA-HUE-ID(TABLA-HUE-TOTAL)
111700         MOVE RESPUESTA-FECHA-HECHO
111800             TO TABLA-HUE-FECHA-HECHO(TABLA-HUE-TOTAL)
111900         MOVE RESPUESTA-LOTE
112000             TO TABLA-HUE-LOTE(TABLA-HUE-TOTAL)
112100         MOVE RESPUESTA-CODIGO
112200             TO TABLA-HUE-CODIGO(TABLA-HUE-TOTAL)
112300     ELSE
112400         IF NOT AFIL-HUE-LLENAS
112500             DISPLAY MSG-HUERFANAS-LLENAS
112600             MOVE "S" TO AFIL-HUE-LLENAS-SW
112700         END-IF
112800     END-IF.
112900
113000 2300-EXIT.
113100     EXIT.
113200
113300******************************************************************
113400*    3000-LEER-ALTAS
113500*    RECORRE LOS ARCHIVOS EMPLOG_AAAAMM DESDE EL MES ANOTADO POR
113600*    LA ULTIMA EJECUCION HASTA EL MES EN CURSO Y DESPUES EL EMPLOG
113700*    VIVO.
113800******************************************************************
113900 3000-LEER-ALTAS.
114000     MOVE AFIL-MES-DESDE TO AFIL-MES-LECTURA.
114100     PERFORM 3010-ALTAS-DE-UN-MES
114200         THRU 3010-EXIT
114300         UNTIL AFIL-MES-LECTURA > WS-FECHA-AAAAMM.
114400
114500     OPEN INPUT EMPLEADOS-LOG.
114600     IF FS-STATUS-LOG NOT = "00"
114700         IF FS-STATUS-LOG NOT = "35"
114800             DISPLAY "AVISO: no se pudo leer EMPLOG. STATUS: "
114900                 FS-STATUS-LOG
115000         END-IF
115100         GO TO 3000-EXIT
115200     END-IF.
115300     MOVE "N" TO AFIL-FIN-FICHERO-SW.
115400     PERFORM 3030-LEER-ALTA-VIVA
115500         THRU 3030-EXIT
115600         UNTIL AFIL-FIN-FICHERO.
115700     CLOSE EMPLEADOS-LOG.
115800
115900 3000-EXIT.
116000     EXIT.
116100
116200 3010-ALTAS-DE-UN-MES.
116300     MOVE SPACES TO WS-NOMBRE-ARCH-LOG.
116400     STRING "EMPLOG_"        DELIMITED BY SIZE
116500            AFIL-MES-LECTURA DELIMITED BY SIZE
116600         INTO WS-NOMBRE-ARCH-LOG.
116700     PERFORM 3800-AVANZAR-MES THRU 3800-EXIT.
116800
116900     OPEN INPUT LOG-ARCHIVADO.
117000     IF FS-STATUS-ARCH-LOG NOT = "00"
117100         GO TO 3010-EXIT
117200     END-IF.
117300     ADD 1 TO AFIL-ARCHIVOS-LEIDOS.
117400     MOVE "N" TO AFIL-FIN-FICHERO-SW.
117500     PERFORM 3020-LEER-ALTA-ARCHIVADA
117600         THRU 3020-EXIT
117700         UNTIL AFIL-FIN-FICHERO.
117800     CLOSE LOG-ARCHIVADO.
117900
118000 3010-EXIT.
118100     EXIT.
118200
118300 3020-LEER-ALTA-ARCHIVADA.
118400     READ LOG-ARCHIVADO
118500         AT END
118600             MOVE "S" TO AFIL-FIN-FICHERO-SW
118700         NOT AT END
118800             MOVE ARCH-LOG-REGISTRO TO LOG-REGISTRO
118900             PERFORM 3050-TRATAR-ALTA THRU 3050-EXIT
119000     END-READ.
119100
119200 3020-EXIT.
119300     EXIT.
119400
119500 3030-LEER-ALTA-VIVA.
119600     READ EMPLEADOS-LOG
119700         AT END
119800             MOVE "S" TO AFIL-FIN-FICHERO-SW
119900         NOT AT END
120000             PERFORM 3050-TRATAR-ALTA THRU 3050-EXIT
120100     END-READ.
120200
120300 3030-EXIT.
120400     EXIT.
120500
120600******************************************************************
120700*    3050-TRATAR-ALTA
120800*    UN ALTA GRABADA DESDE EL INICIO DE LAS COMUNICACIONES SE
120900*    COMUNICA CON LOS DATOS ACTUALES DEL EMPLEADO. SI YA NO SE
121000*    ENCUENTRA, QUEDA PENDIENTE.
121100******************************************************************
121200 3050-TRATAR-ALTA.
121300     IF LOG-ID IS NOT NUMERIC OR LOG-FECHA IS NOT NUMERIC
121400         GO TO 3050-EXIT
121500     END-IF.
121600     IF LOG-FECHA < AFIL-FECHA-INICIO
121700         GO TO 3050-EXIT
121800     END-IF.
121900
122000     MOVE LOG-ID TO AFIL-ID-BUSCADO.
122100     PERFORM 1260-BUSCAR-EMPLEADO THRU 1260-EXIT.
122200     IF AFIL-EMP-HALLADO
122300         MOVE TABLA-EMP-IMAGEN(AFIL-IDX-EMPLEADO) TO AFIL-IMAGEN
122400         PERFORM 3060-PREPARAR-ALTA THRU 3060-EXIT
122500     ELSE
122600         INITIALIZE AFIL-CANDIDATO
122700         MOVE "A"       TO AFIL-CAN-ACCION
122800         MOVE LOG-ID    TO AFIL-CAN-ID
122900         MOVE LOG-FECHA TO AFIL-CAN-FECHA-HECHO
123000         MOVE LOG-FECHA TO AFIL-CAN-FECHA-EFECTO
123100         MOVE LOG-FECHA TO AFIL-CAN-LIMITE
123200         MOVE "EMPLEADO NO LOCALIZADO EN EL MAESTRO"
123300             TO AFIL-CAN-MOTIVO
123400     END-IF.
123500     PERFORM 4000-TRATAR-CANDIDATO THRU 4000-EXIT.
123600
123700 3050-EXIT.
123800     EXIT.
123900
124000******************************************************************
124100*    3060-PREPARAR-ALTA
124200*    PREPARA EL ALTA DEL EMPLEADO DE AFIL-IMAGEN. SU REFERENCIA ES
124300*    LA FECHA DE ALTA; EL PLAZO VENCE ESE MISMO DIA.
124400******************************************************************
124500 3060-PREPARAR-ALTA.
124600     INITIALIZE AFIL-CANDIDATO.
124700     MOVE "A"                  TO AFIL-CAN-ACCION.
124800     MOVE AFIL-IMG-ID          TO AFIL-CAN-ID.
124900     MOVE AFIL-IMG-FECHA-ALTA  TO AFIL-CAN-FECHA-HECHO.
125000     PERFORM 3900-DATOS-DE-IMAGEN THRU 3900-EXIT.
125100     MOVE ZERO                 TO AFIL-CAN-FECHA-BAJA.
125200     MOVE SPACES               TO AFIL-CAN-MOTIVO-BAJA.
125300     MOVE AFIL-IMG-FECHA-ALTA  TO AFIL-CAN-FECHA-EFECTO.
125400     MOVE AFIL-IMG-FECHA-ALTA  TO AFIL-CAN-LIMITE.
125500
125600 3060-EXIT.
125700     EXIT.
125800
125900******************************************************************
126000*    3100-ALTAS-DEL-MAESTRO
126100*    EL ALTA TECLEADA DIRECTAMENTE EN EMPMANT NO DEJA RASTRO EN
126200*    EMPLOG: TODO EMPLEADO DEL MAESTRO CON FECHA DE ALTA DESDE EL
126300*    INICIO DE LAS COMUNICACIONES DEBE TENER SU ALTA ENVIADA.
126400******************************************************************
126500 3100-ALTAS-DEL-MAESTRO.
126600     IF NOT TABLA-EMP-DEL-MAESTRO(TABLA-EMP-IDX)
126700         GO TO 3100-EXIT
126800     END-IF.
126900     MOVE TABLA-EMP-IMAGEN(TABLA-EMP-IDX) TO AFIL-IMAGEN.
127000     IF AFIL-IMG-FECHA-ALTA IS NOT NUMERIC
127100         GO TO 3100-EXIT
127200     END-IF.
127300     IF AFIL-IMG-FECHA-ALTA < AFIL-FECHA-INICIO
127400         GO TO 3100-EXIT
127500     END-IF.
127600
127700     PERFORM 3060-PREPARAR-ALTA THRU 3060-EXIT.
127800     PERFORM 4000-TRATAR-CANDIDATO THRU 4000-EXIT.
127900
128000 3100-EXIT.
128100     EXIT.
128200
128300******************************************************************
128400*    3200-LEER-HISTORIAL
128500*    RECORRE LOS ARCHIVOS EMPHIST_AAAAMM DESDE EL MES ANOTADO POR
128600*    LA ULTIMA EJECUCION HASTA EL MES EN CURSO Y DESPUES EL
128700*    HISTORIAL VIVO.
128800******************************************************************
128900 3200-LEER-HISTORIAL.
129000     MOVE AFIL-MES-DESDE TO AFIL-MES-LECTURA.
129100     PERFORM 3210-HIST-DE-UN-MES
129200         THRU 3210-EXIT
129300         UNTIL AFIL-MES-LECTURA > WS-FECHA-AAAAMM.
129400
129500     OPEN INPUT EMPLEADOS-HISTORIAL.
129600     IF FS-STATUS-HIST NOT = "00"
129700         IF FS-STATUS-HIST NOT = "35"
129800             DISPLAY "AVISO: no se pudo leer EMPHIST. STATUS: "
129900                 FS-STATUS-HIST
130000         END-IF
130100         GO TO 3200-EXIT
130200     END-IF.
130300     MOVE "N" TO AFIL-FIN-FICHERO-SW.
130400     PERFORM 3230-LEER-CAMBIO-VIVO
130500         THRU 3230-EXIT
130600         UNTIL AFIL-FIN-FICHERO.
130700     CLOSE EMPLEADOS-HISTORIAL.
130800
130900 3200-EXIT.
131000     EXIT.
131100
131200 3210-HIST-DE-UN-MES.
131300     MOVE SPACES TO WS-NOMBRE-ARCH-HIST.
131400     STRING "EMPHIST_"       DELIMITED BY SIZE
131500            AFIL-MES-LECTURA DELIMITED BY SIZE
131600         INTO WS-NOMBRE-ARCH-HIST.
131700     PERFORM 3800-AVANZAR-MES THRU 3800-EXIT.
131800
131900     OPEN INPUT HISTORIAL-ARCHIVADO.
132000     IF FS-STATUS-ARCH-HIST NOT = "00"
132100         GO TO 3210-EXIT
132200     END-IF.
132300     ADD 1 TO AFIL-ARCHIVOS-LEIDOS.
132400     MOVE "N" TO AFIL-FIN-FICHERO-SW.
132500     PERFORM 3220-LEER-CAMBIO-ARCHIVADO
132600         THRU 3220-EXIT
132700         UNTIL AFIL-FIN-FICHERO.
132800     CLOSE HISTORIAL-ARCHIVADO.
132900
133000 3210-EXIT.
133100     EXIT.
133200
133300 3220-LEER-CAMBIO-ARCHIVADO.
133400     READ HISTORIAL-ARCHIVADO
133500         AT END
133600             MOVE "S" TO AFIL-FIN-FICHERO-SW
133700         NOT AT END
133800             MOVE ARCH-HIST-REGISTRO TO HIST-REGISTRO
133900             PERFORM 3250-TRATAR-CAMBIO THRU 3250-EXIT
134000     END-READ.
134100
134200 3220-EXIT.
134300     EXIT.
134400
134500 3230-LEER-CAMBIO-VIVO.
134600     READ EMPLEADOS-HISTORIAL
134700         AT END
134800             MOVE "S" TO AFIL-FIN-FICHERO-SW
134900         NOT AT END
135000             PERFORM 3250-TRATAR-CAMBIO THRU 3250-EXIT
135100     END-READ.
135200
135300 3230-EXIT.
135400     EXIT.
135500
135600******************************************************************
135700*    3250-TRATAR-CAMBIO
135800*    DE EMPHIST SE COMUNICAN LAS BAJAS (B), LOS REINGRESOS (R) Y
135900*    LAS MODIFICACIONES (M) QUE CAMBIAN DATOS DE AFILIACION. LOS
136000*    CAMBIOS DE SALARIO Y DE DEPARTAMENTO NO SE COMUNICAN. LOS
136100*    DATOS SALEN DE LA IMAGEN POSTERIOR AL CAMBIO.
136200******************************************************************
136300 3250-TRATAR-CAMBIO.
136400     IF HIST-FECHA IS NOT NUMERIC
136500         GO TO 3250-EXIT
136600     END-IF.
136700     IF HIST-FECHA < AFIL-FECHA-INICIO
136800         GO TO 3250-EXIT
136900     END-IF.
137000
137100     MOVE HIST-IMAGEN-ANTES   TO AFIL-IMAGEN-ANTES.
137200     MOVE HIST-IMAGEN-DESPUES TO AFIL-IMAGEN.
137300     IF AFIL-IMG-ID IS NOT NUMERIC
137400         GO TO 3250-EXIT
137500     END-IF.
137600
137700     INITIALIZE AFIL-CANDIDATO.
137800     MOVE AFIL-IMG-ID TO AFIL-CAN-ID.
137900     MOVE HIST-FECHA  TO AFIL-CAN-FECHA-HECHO.
138000     MOVE HIST-HORA   TO AFIL-CAN-HORA-HECHO.
138100     PERFORM 3900-DATOS-DE-IMAGEN THRU 3900-EXIT.
138200
138300     EVALUATE TRUE
138400         WHEN HIST-OPER-BAJA
138500             MOVE "B" TO AFIL-CAN-ACCION
138600             MOVE AFIL-CAN-FECHA-BAJA TO AFIL-CAN-FECHA-EFECTO
138700         WHEN HIST-OPER-REINGRESO
138800             MOVE "R" TO AFIL-CAN-ACCION
138900             MOVE ZERO   TO AFIL-CAN-FECHA-BAJA
139000             MOVE SPACES TO AFIL-CAN-MOTIVO-BAJA
139100             MOVE HIST-FECHA TO AFIL-CAN-FECHA-EFECTO
139200         WHEN HIST-OPER-MODIFICACION
139300             AND (AFIL-ANT-NOMBRE NOT = AFIL-IMG-NOMBRE
139400             OR AFIL-ANT-APELLIDO1 NOT = AFIL-IMG-APELLIDO1
139500             OR AFIL-ANT-APELLIDO2 NOT = AFIL-IMG-APELLIDO2
139600             OR AFIL-ANT-FECHA-ALTA NOT = AFIL-IMG-FECHA-ALTA
139700             OR AFIL-ANT-FECHA-BAJA NOT = AFIL-IMG-FECHA-BAJA
139800             OR AFIL-ANT-MOTIVO-BAJA NOT = AFIL-IMG-MOTIVO-BAJA)
139900             MOVE "V" TO AFIL-CAN-ACCION
140000             MOVE HIST-FECHA TO AFIL-CAN-FECHA-EFECTO
140100         WHEN OTHER
140200             GO TO 3250-EXIT
140300     END-EVALUATE.
140400
140500     PERFORM 3950-CALCULAR-LIMITE THRU 3950-EXIT.
140600     PERFORM 4000-TRATAR-CANDIDATO THRU 4000-EXIT.
140700
140800 3250-EXIT.
140900     EXIT.
141000
141100******************************************************************
141200*    3300-LEER-PENDIENTES
141300*    UNA BAJA SOLICITADA Y AUN NO APROBADA NO PUEDE COMUNICARSE,
141400*    PERO SU PLAZO YA CORRE DESDE LA FECHA DE BAJA: SI VENCE
141500*    DENTRO DEL PREAVISO SE LISTA COMO PENDIENTE DE ENVIO.
141600******************************************************************
141700 3300-LEER-PENDIENTES.
141800     OPEN INPUT CAMBIOS-PENDIENTES.
141900     IF FS-STATUS-PEND NOT = "00"
142000         IF FS-STATUS-PEND NOT = "35"
142100             DISPLAY "AVISO: no se pudo leer EMPPEND. STATUS: "
142200                 FS-STATUS-PEND
142300         END-IF
142400         GO TO 3300-EXIT
142500     END-IF.
142600     MOVE "N" TO AFIL-FIN-FICHERO-SW.
142700     PERFORM 3310-LEER-UN-PENDIENTE
142800         THRU 3310-EXIT
142900         UNTIL AFIL-FIN-FICHERO.
143000     CLOSE CAMBIOS-PENDIENTES.
143100
143200 3300-EXIT.
143300     EXIT.
143400
143500 3310-LEER-UN-PENDIENTE.
143600     READ CAMBIOS-PENDIENTES
143700         AT END
143800             MOVE "S" TO AFIL-FIN-FICHERO-SW
143900             GO TO 3310-EXIT
144000     END-READ.
144100
144200     IF NOT PEND-PENDIENTE OR NOT PEND-TIPO-BAJA
144300         GO TO 3310-EXIT
144400     END-IF.
144500     IF PEND-FECHA-BAJA IS NOT NUMERIC
144600         GO TO 3310-EXIT
144700     END-IF.
144800
144900     INITIALIZE AFIL-CANDIDATO.
145000     MOVE "B"             TO AFIL-CAN-ACCION.
145100     MOVE PEND-ID         TO AFIL-CAN-ID.
145200     MOVE PEND-FECHA      TO AFIL-CAN-FECHA-HECHO.
145300     MOVE PEND-HORA       TO AFIL-CAN-HORA-HECHO.
145400     MOVE PEND-FECHA-BAJA TO AFIL-CAN-FECHA-EFECTO.
145500     PERFORM 3950-CALCULAR-LIMITE THRU 3950-EXIT.
145600     IF AFIL-CAN-LIMITE > AFIL-FECHA-AVISO
145700         GO TO 3310-EXIT
145800     END-IF.
145900
146000     MOVE PEND-ID TO AFIL-ID-BUSCADO.
146100     PERFORM 1260-BUSCAR-EMPLEADO THRU 1260-EXIT.
146200     IF AFIL-EMP-HALLADO
146300         MOVE TABLA-EMP-IMAGEN(AFIL-IDX-EMPLEADO) TO AFIL-IMAGEN
146400         MOVE AFIL-IMG-NOMBRE    TO AFIL-CAN-NOMBRE
146500         MOVE AFIL-IMG-APELLIDO1 TO AFIL-CAN-APELLIDO1
146600     END-IF.
146700     MOVE "BAJA PENDIENTE DE APROBACION EN EMPPEND"
146800         TO AFIL-CAN-MOTIVO.
146900     PERFORM 4500-ANOTAR-PENDIENTE THRU 4500-EXIT.
147000
147100 3310-EXIT.
147200     EXIT.
147300
147400******************************************************************
147500*    3400-REVISAR-RECHAZADA
147600*    UNA COMUNICACION RECHAZADA SE REENVIA CON LOS DATOS ACTUALES
147700*    DEL EMPLEADO CUANDO ESTOS HAN CAMBIADO DESDE EL ENVIO (LA
147800*    CORRECCION SE HACE EN EL MAESTRO), O SIEMPRE CON "REENVIAR".
147900*    LA FECHA DE EFECTO Y EL PLAZO SON LOS DEL HECHO ORIGINAL; LA
148000*    FECHA Y EL MOTIVO DE BAJA SOLO SE TOMAN DEL MAESTRO SI EL
148100*    EMPLEADO SIGUE DE BAJA.
148200******************************************************************
148300 3400-REVISAR-RECHAZADA.
148400     IF NOT TABLA-CTL-RECHAZADA(TABLA-CTL-IDX)
148500         GO TO 3400-EXIT
148600     END-IF.
148700
148800     SET AFIL-IDX-CONTROL TO TABLA-CTL-IDX.
148900     MOVE TABLA-CTL-REFERENCIA(TABLA-CTL-IDX)
149000         TO AFIL-CAN-REFERENCIA.
149100     MOVE TABLA-CTL-DATOS(TABLA-CTL-IDX) TO AFIL-CAN-DATOS.
149200     MOVE TABLA-CTL-LIMITE(TABLA-CTL-IDX) TO AFIL-CAN-LIMITE.
149300     MOVE SPACES TO AFIL-CAN-MOTIVO.
149400     MOVE AFIL-CAN-DATOS TO AFIL-DATOS-GUARDADOS.
149500
149600     MOVE AFIL-CAN-ID TO AFIL-ID-BUSCADO.
149700     PERFORM 1260-BUSCAR-EMPLEADO THRU 1260-EXIT.
149800     IF AFIL-EMP-HALLADO
149900         MOVE TABLA-EMP-IMAGEN(AFIL-IDX-EMPLEADO) TO AFIL-IMAGEN
150000         MOVE AFIL-IMG-NOMBRE     TO AFIL-CAN-NOMBRE
150100         MOVE AFIL-IMG-APELLIDO1  TO AFIL-CAN-APELLIDO1
150200         MOVE AFIL-IMG-APELLIDO2  TO AFIL-CAN-APELLIDO2
150300         MOVE AFIL-IMG-FECHA-ALTA TO AFIL-CAN-FECHA-ALTA
150400         MOVE AFIL-IMG-DEPTO      TO AFIL-CAN-DEPTO
150500         IF AFIL-CAN-ALTA
150600             MOVE AFIL-IMG-FECHA-ALTA TO AFIL-CAN-FECHA-EFECTO
150700         END-IF
150800         IF AFIL-CAN-BAJA AND AFIL-IMG-EN-BAJA
150900             MOVE AFIL-IMG-FECHA-BAJA  TO AFIL-CAN-FECHA-BAJA
151000             MOVE AFIL-IMG-MOTIVO-BAJA TO AFIL-CAN-MOTIVO-BAJA
151100         END-IF
151200     END-IF.
151300
151400     IF AFIL-CAN-DATOS = AFIL-DATOS-GUARDADOS
151500         AND NOT AFIL-REENVIAR
151600         GO TO 3400-EXIT
151700     END-IF.
151800
151900     PERFORM 4200-VALIDAR-CANDIDATO THRU 4200-EXIT.
152000     IF AFIL-CAN-MOTIVO NOT = SPACES
152100         GO TO 3400-EXIT
152200     END-IF.
152300
152400     MOVE "R" TO TABLA-CTL-ENVIO-SW(AFIL-IDX-CONTROL).
152500     ADD 1 TO AFIL-REENVIOS.
152600     PERFORM 4300-ANOTAR-ENVIO THRU 4300-EXIT.
152700
152800 3400-EXIT.
152900     EXIT.
153000
153100******************************************************************
153200*    3800-AVANZAR-MES
153300*    PASA AFIL-MES-LECTURA AL MES SIGUIENTE.
153400******************************************************************
153500 3800-AVANZAR-MES.
153600     IF AFIL-LEC-MM = 12
153700         ADD 1 TO AFIL-LEC-AAAA
153800         MOVE 1 TO AFIL-LEC-MM
153900     ELSE
154000         ADD 1 TO AFIL-LEC-MM
154100     END-IF.
154200
154300 3800-EXIT.
154400     EXIT.
154500
154600******************************************************************
154700*    3900-DATOS-DE-IMAGEN
154800*    COPIA AL CANDIDATO LOS DATOS DE AFILIACION DE AFIL-IMAGEN.
154900******************************************************************
155000 3900-DATOS-DE-IMAGEN.
155100     MOVE AFIL-IMG-NOMBRE      TO AFIL-CAN-NOMBRE.
155200     MOVE AFIL-IMG-APELLIDO1   TO AFIL-CAN-APELLIDO1.
155300     MOVE AFIL-IMG-APELLIDO2   TO AFIL-CAN-APELLIDO2.
155400     MOVE AFIL-IMG-FECHA-ALTA  TO AFIL-CAN-FECHA-ALTA.
155500     MOVE AFIL-IMG-FECHA-BAJA  TO AFIL-CAN-FECHA-BAJA.
155600     MOVE AFIL-IMG-MOTIVO-BAJA TO AFIL-CAN-MOTIVO-BAJA.
155700     MOVE AFIL-IMG-DEPTO       TO AFIL-CAN-DEPTO.
155800
155900 3900-EXIT.
156000     EXIT.
156100
156200******************************************************************
156300*    3950-CALCULAR-LIMITE
156400*    PLAZO LEGAL DEL CANDIDATO: EL ALTA Y EL REINGRESO VENCEN EL
156500*    DIA DE EFECTO; LA BAJA Y LA VARIACION, AFIL-DIAS-PLAZO DIAS
156600*    NATURALES DESPUES DE LA FECHA DE EFECTO.
156700******************************************************************
156800 3950-CALCULAR-LIMITE.
156900     MOVE AFIL-CAN-FECHA-EFECTO TO AFIL-FECHA-CALCULO.
157000     IF AFIL-CAN-BAJA OR AFIL-CAN-VARIACION
157100         MOVE AFIL-DIAS-PLAZO TO AFIL-DIAS-A-SUMAR
157200         PERFORM 7300-SUMAR-DIAS THRU 7300-EXIT
157300     END-IF.
157400     MOVE AFIL-FECHA-CALCULO TO AFIL-CAN-LIMITE.
157500
157600 3950-EXIT.
157700     EXIT.
157800
157900******************************************************************
158000*    4000-TRATAR-CANDIDATO
158100*    LO YA ANOTADO EN EL DIARIO NO SE VUELVE A ENVIAR. LO NUEVO SE
158200*    VALIDA: SI LE FALTAN DATOS QUEDA PENDIENTE PARA EL INFORME Y
158300*    SE INTENTA DE NUEVO EN LA PROXIMA EJECUCION; SI NO, SE ENVIA.
158400******************************************************************
158500 4000-TRATAR-CANDIDATO.
158600     PERFORM 4100-BUSCAR-COMUNICACION THRU 4100-EXIT.
158700     IF AFIL-HALLADO
158800         GO TO 4000-EXIT
158900     END-IF.
159000
159100     IF AFIL-CAN-MOTIVO = SPACES
159200         PERFORM 4200-VALIDAR-CANDIDATO THRU 4200-EXIT
159300     END-IF.
159400     IF AFIL-CAN-MOTIVO NOT = SPACES
159500         PERFORM 4500-ANOTAR-PENDIENTE THRU 4500-EXIT
159600         GO TO 4000-EXIT
159700     END-IF.
159800
159900     MOVE AFIL-CAN-REFERENCIA TO AFIL-REF-BUSCADA.
160000     PERFORM 4120-NUEVA-ENTRADA THRU 4120-EXIT.
160100     MOVE "N" TO TABLA-CTL-ENVIO-SW(AFIL-IDX-CONTROL).
160200     PERFORM 4300-ANOTAR-ENVIO THRU 4300-EXIT.
160300
160400 4000-EXIT.
160500     EXIT.
160600
160700******************************************************************
160800*    4100-BUSCAR-COMUNICACION
160900*    UN EMPLEADO SOLO SE DA DE ALTA UNA VEZ (LAS ENTRADAS
161000*    POSTERIORES SON REINGRESOS), ASI QUE UN ALTA YA ENVIADA SE
161100*    RECONOCE SOLO POR EL EMPLEADO, AUNQUE SE HAYA CORREGIDO LA
161200*    FECHA DE ALTA. EL RESTO, POR SU REFERENCIA COMPLETA.
161300******************************************************************
161400 4100-BUSCAR-COMUNICACION.
161500     IF AFIL-CAN-ALTA
161600         MOVE "N" TO AFIL-HALLADO-SW
161700         PERFORM 4130-COMPARAR-ALTA
161800             THRU 4130-EXIT
161900             VARYING TABLA-CTL-IDX FROM 1 BY 1
162000             UNTIL TABLA-CTL-IDX > TABLA-CTL-TOTAL
162100             OR AFIL-HALLADO
162200     ELSE
162300         MOVE AFIL-CAN-REFERENCIA TO AFIL-REF-BUSCADA
162400         PERFORM 4110-BUSCAR-REFERENCIA THRU 4110-EXIT
162500     END-IF.
162600
162700 4100-EXIT.
162800     EXIT.
162900
163000******************************************************************
163100*    4110-BUSCAR-REFERENCIA
163200*    BUSCA AFIL-REF-BUSCADA EN LA TABLA-CONTROL. DEJA AFIL-HALLADO
163300*    Y LA POSICION EN AFIL-IDX-CONTROL.
163400******************************************************************
163500 4110-BUSCAR-REFERENCIA.
163600     MOVE "N" TO AFIL-HALLADO-SW.
163700     PERFORM 4115-COMPARAR-REFERENCIA
163800         THRU 4115-EXIT
163900         VARYING TABLA-CTL-IDX FROM 1 BY 1
164000         UNTIL TABLA-CTL-IDX > TABLA-CTL-TOTAL
164100         OR AFIL-HALLADO.
164200
164300 4110-EXIT.
164400     EXIT.
164500
164600 4115-COMPARAR-REFERENCIA.
164700     IF TABLA-CTL-REFERENCIA(TABLA-CTL-IDX) = AFIL-REF-BUSCADA
164800         MOVE "S" TO AFIL-HALLADO-SW
164900         SET AFIL-IDX-CONTROL TO TABLA-CTL-IDX
165000     END-IF.
165100
165200 4115-EXIT.
165300     EXIT.
165400
165500******************************************************************
165600*    4120-NUEVA-ENTRADA
165700*    AÑADE A LA TABLA-CONTROL LA REFERENCIA AFIL-REF-BUSCADA. SI
165800*    LA TABLA ESTA LLENA NO SE PUEDE SEGUIR: LO QUE NO CUPIERA SE
165900*    VOLVERIA A ENVIAR.
166000******************************************************************
166100 4120-NUEVA-ENTRADA.
166200     IF TABLA-CTL-TOTAL NOT < 10000
166300         DISPLAY MSG-CONTROL-LLENO
166400         PERFORM 9900-ABORTAR THRU 9900-EXIT
166500     END-IF.
166600
166700     ADD 1 TO TABLA-CTL-TOTAL.
166800     MOVE TABLA-CTL-TOTAL TO AFIL-IDX-CONTROL.
166900     MOVE AFIL-REF-BUSCADA
167000         TO TABLA-CTL-REFERENCIA(AFIL-IDX-CONTROL).
167100     MOVE SPACES TO TABLA-CTL-ESTADO(AFIL-IDX-CONTROL).
167200     MOVE ZERO   TO TABLA-CTL-LOTE(AFIL-IDX-CONTROL).
167300     MOVE ZERO   TO TABLA-CTL-FECHA-ENVIO(AFIL-IDX-CONTROL).
167400     MOVE ZERO   TO TABLA-CTL-HORA-ENVIO(AFIL-IDX-CONTROL).
167500     MOVE ZERO   TO TABLA-CTL-ENVIOS(AFIL-IDX-CONTROL).
167600     MOVE ZERO   TO TABLA-CTL-LIMITE(AFIL-IDX-CONTROL).
167700     MOVE SPACES TO TABLA-CTL-DATOS(AFIL-IDX-CONTROL).
167800     MOVE ZERO   TO TABLA-CTL-RES-LOTE(AFIL-IDX-CONTROL).
167900     MOVE SPACES TO TABLA-CTL-RES-RESULTADO(AFIL-IDX-CONTROL).
168000     MOVE ZERO   TO TABLA-CTL-RES-FECHA(AFIL-IDX-CONTROL).
168100     MOVE SPACES TO TABLA-CTL-RES-CODIGO(AFIL-IDX-CONTROL).
168200     MOVE SPACES TO TABLA-CTL-RES-DESCRIPCION(AFIL-IDX-CONTROL).
168300     MOVE SPACES TO TABLA-CTL-ENVIO-SW(AFIL-IDX-CONTROL).
168400     MOVE SPACES TO TABLA-CTL-RESP-SW(AFIL-IDX-CONTROL).
168500
168600 4120-EXIT.
168700     EXIT.
168800
168900 4130-COMPARAR-ALTA.
169000     IF TABLA-CTL-ACCION(TABLA-CTL-IDX) = "A"
169100         AND TABLA-CTL-ID(TABLA-CTL-IDX) = AFIL-CAN-ID
169200         MOVE "S" TO AFIL-HALLADO-SW
169300         SET AFIL-IDX-CONTROL TO TABLA-CTL-IDX
169400     END-IF.
169500
169600 4130-EXIT.
169700     EXIT.
169800
169900******************************************************************
170000*    4200-VALIDAR-CANDIDATO
170100*    DEJA EN AFIL-CAN-MOTIVO POR QUE NO SE PUEDE ENVIAR, O BLANCO.
170200******************************************************************
170300 4200-VALIDAR-CANDIDATO.
170400     MOVE SPACES TO AFIL-CAN-MOTIVO.
170500     EVALUATE TRUE
170600         WHEN AFIL-CAN-NOMBRE = SPACES
170700             OR AFIL-CAN-APELLIDO1 = SPACES
170800             MOVE "FALTA EL NOMBRE O EL PRIMER APELLIDO"
170900                 TO AFIL-CAN-MOTIVO
171000         WHEN AFIL-CAN-FECHA-EFECTO IS NOT NUMERIC
171100             OR AFIL-CAN-FECHA-EFECTO = ZERO
171200             MOVE "FECHA DE EFECTO NO VALIDA" TO AFIL-CAN-MOTIVO
171300         WHEN AFIL-CAN-BAJA AND AFIL-CAN-MOTIVO-BAJA = SPACES
171400             MOVE "BAJA SIN MOTIVO" TO AFIL-CAN-MOTIVO
171500     END-EVALUATE.
171600
171700 4200-EXIT.
171800     EXIT.
171900
172000******************************************************************
172100*    4300-ANOTAR-ENVIO
172200*    ESCRIBE EL DETALLE EN EMPAFIL, LO ACUMULA EN EL TRAILER Y
172300*    DEJA LA ENTRADA AFIL-IDX-CONTROL COMO ENVIADA EN ESTE LOTE.
172400******************************************************************
172500 4300-ANOTAR-ENVIO.
172600     MOVE SPACES TO COMUNICA-REGISTRO.
172700     MOVE "D"                 TO COMUNICA-TIPO-REGISTRO.
172800     MOVE AFIL-CAN-REFERENCIA TO COMUNICA-REFERENCIA.
172900     MOVE AFIL-CAN-DATOS      TO COMUNICA-DATOS-EMPLEADO.
173000     WRITE COMUNICA-REGISTRO.
173100     IF FS-STATUS-COMUNICA NOT = "00"
173200         DISPLAY "Error al escribir el detalle de EMPAFIL. "
173300             "STATUS: " FS-STATUS-COMUNICA
173400         PERFORM 9900-ABORTAR THRU 9900-EXIT
173500     END-IF.
173600
173700     ADD 1           TO AFIL-TOTAL-REGISTROS.
173800     ADD AFIL-CAN-ID TO AFIL-TOTAL-CONTROL.
173900     EVALUATE TRUE
174000         WHEN AFIL-CAN-ALTA
174100             ADD 1 TO AFIL-ENV-ALTAS
174200         WHEN AFIL-CAN-BAJA
174300             ADD 1 TO AFIL-ENV-BAJAS
174400         WHEN AFIL-CAN-REINGRESO
174500             ADD 1 TO AFIL-ENV-REINGRESOS
174600         WHEN AFIL-CAN-VARIACION
174700             ADD 1 TO AFIL-ENV-VARIACIONES
174800     END-EVALUATE.
174900     IF WS-FECHA-SISTEMA > AFIL-CAN-LIMITE
175000         ADD 1 TO AFIL-FUERA-PLAZO
175100     END-IF.
175200
175300     MOVE "E"              TO TABLA-CTL-ESTADO(AFIL-IDX-CONTROL).
175400     MOVE AFIL-LOTE        TO TABLA-CTL-LOTE(AFIL-IDX-CONTROL).
175500     MOVE WS-FECHA-SISTEMA
175600         TO TABLA-CTL-FECHA-ENVIO(AFIL-IDX-CONTROL).
175700     MOVE WS-HORA-SISTEMA
175800         TO TABLA-CTL-HORA-ENVIO(AFIL-IDX-CONTROL).
175900     ADD 1                 TO TABLA-CTL-ENVIOS(AFIL-IDX-CONTROL).
176000     MOVE AFIL-CAN-LIMITE  TO TABLA-CTL-LIMITE(AFIL-IDX-CONTROL).
176100     MOVE AFIL-CAN-DATOS   TO TABLA-CTL-DATOS(AFIL-IDX-CONTROL).
176200
176300 4300-EXIT.
176400     EXIT.
176500
176600******************************************************************
176700*    4500-ANOTAR-PENDIENTE
176800*    GUARDA EL CANDIDATO QUE NO SE PUEDE ENVIAR PARA EL INFORME,
176900*    UNA SOLA VEZ AUNQUE APAREZCA EN VARIOS FICHEROS, Y RETRASA EL
177000*    MES DESDE EL QUE LEERA LA PROXIMA EJECUCION HASTA EL DEL
177100*    HECHO, PARA QUE SE VUELVA A DETECTAR.
177200******************************************************************
177300 4500-ANOTAR-PENDIENTE.
177400     MOVE "N" TO AFIL-PEN-HALLADO-SW.
177500     PERFORM 4510-COMPARAR-PENDIENTE
177600         THRU 4510-EXIT
177700         VARYING TABLA-PEN-IDX FROM 1 BY 1
177800         UNTIL TABLA-PEN-IDX > TABLA-PEN-TOTAL
177900         OR AFIL-PEN-HALLADO.
178000     IF AFIL-PEN-HALLADO
178100         GO TO 4500-EXIT
178200     END-IF.
178300     IF AFIL-CAN-FECHA-HECHO (1:6) < AFIL-MES-REVISION
178400         MOVE AFIL-CAN-FECHA-HECHO (1:6) TO AFIL-MES-REVISION
178500     END-IF.
178600
178700     IF TABLA-PEN-TOTAL NOT < 500
178800         IF NOT AFIL-PEN-LLENOS
178900             DISPLAY MSG-PENDIENTES-LLENOS
179000             MOVE "S" TO AFIL-PEN-LLENOS-SW
179100         END-IF
179200         GO TO 4500-EXIT
179300     END-IF.
179400
179500     ADD 1 TO TABLA-PEN-TOTAL.
179600     MOVE AFIL-CAN-REFERENCIA
179700         TO TABLA-PEN-REFERENCIA(TABLA-PEN-TOTAL).
179800     MOVE AFIL-CAN-APELLIDO1
179900         TO TABLA-PEN-APELLIDO1(TABLA-PEN-TOTAL).
180000     MOVE AFIL-CAN-NOMBRE
180100         TO TABLA-PEN-NOMBRE(TABLA-PEN-TOTAL).
180200     MOVE AFIL-CAN-FECHA-EFECTO
180300         TO TABLA-PEN-EFECTO(TABLA-PEN-TOTAL).
180400     MOVE AFIL-CAN-LIMITE
180500         TO TABLA-PEN-LIMITE(TABLA-PEN-TOTAL).
180600     MOVE AFIL-CAN-MOTIVO
180700         TO TABLA-PEN-MOTIVO(TABLA-PEN-TOTAL).
180800
180900 4500-EXIT.
181000     EXIT.
181100
181200 4510-COMPARAR-PENDIENTE.
181300     IF TABLA-PEN-ACCION(TABLA-PEN-IDX) = AFIL-CAN-ACCION
181400         AND TABLA-PEN-ID(TABLA-PEN-IDX) = AFIL-CAN-ID
181500         AND (AFIL-CAN-ALTA
181600         OR TABLA-PEN-REFERENCIA(TABLA-PEN-IDX)
181700            = AFIL-CAN-REFERENCIA)
181800         MOVE "S" TO AFIL-PEN-HALLADO-SW
181900     END-IF.
182000
182100 4510-EXIT.
182200     EXIT.
182300
182400******************************************************************
182500*    5000-ESCRIBIR-TRAILER
182600*    CIERRA EMPAFIL CON EL REGISTRO DE CONTROL DEL LOTE. SE
182700*    ESCRIBE AUNQUE NO HAYA DETALLES, PARA QUE CONSTE EL LOTE
182800*    VACIO.
182900******************************************************************
183000 5000-ESCRIBIR-TRAILER.
183100     MOVE SPACES TO COMUNICA-REGISTRO.
183200     MOVE "T"                  TO COMUNICA-TIPO-REGISTRO.
183300     MOVE AFIL-LOTE            TO COMUNICA-LOTE.
183400     MOVE WS-FECHA-SISTEMA     TO COMUNICA-FECHA-GENERACION.
183500     MOVE AFIL-TOTAL-REGISTROS TO COMUNICA-TOTAL-REGISTROS.
183600     MOVE AFIL-TOTAL-CONTROL   TO COMUNICA-TOTAL-CONTROL.
183700     MOVE AFIL-ENV-ALTAS       TO COMUNICA-TOTAL-ALTAS.
183800     MOVE AFIL-ENV-BAJAS       TO COMUNICA-TOTAL-BAJAS.
183900     MOVE AFIL-ENV-REINGRESOS  TO COMUNICA-TOTAL-REINGRESOS.
184000     MOVE AFIL-ENV-VARIACIONES TO COMUNICA-TOTAL-VARIACIONES.
184100     WRITE COMUNICA-REGISTRO.
184200     IF FS-STATUS-COMUNICA NOT = "00"
184300         DISPLAY "Error al escribir el trailer de EMPAFIL. "
184400             "STATUS: " FS-STATUS-COMUNICA
184500         PERFORM 9900-ABORTAR THRU 9900-EXIT
184600     END-IF.
184700     CLOSE COMUNICACION-AFILIACION.
184800
184900 5000-EXIT.
185000     EXIT.
185100
185200******************************************************************
185300*    5100-AMPLIAR-CONTROL
185400*    AÑADE AL DIARIO EMPAFCTL LAS RESPUESTAS APLICADAS, LOS ENVIOS
185500*    DE ESTE LOTE Y LA ANOTACION DE LA EJECUCION.
185600******************************************************************
185700 5100-AMPLIAR-CONTROL.
185800     OPEN EXTEND CONTROL-AFILIACION.
185900     IF FS-STATUS-CONTROL = "35"
186000         OPEN OUTPUT CONTROL-AFILIACION
186100     END-IF.
186200     IF FS-STATUS-CONTROL NOT = "00"
186300         DISPLAY "Error al abrir EMPAFCTL. STATUS: "
186400             FS-STATUS-CONTROL
186500             ". EL LOTE " AFIL-LOTE " NO DEBE TRANSMITIRSE."
186600         CLOSE AFILIACION-LISTADO
186700         MOVE 16 TO RETURN-CODE
186800         STOP RUN
186900     END-IF.
187000
187100     PERFORM 5110-ANOTAR-RESPUESTA
187200         THRU 5110-EXIT
187300         VARYING TABLA-CTL-IDX FROM 1 BY 1
187400         UNTIL TABLA-CTL-IDX > TABLA-CTL-TOTAL.
187500
187600     PERFORM 5120-ANOTAR-ENVIO
187700         THRU 5120-EXIT
187800         VARYING TABLA-CTL-IDX FROM 1 BY 1
187900         UNTIL TABLA-CTL-IDX > TABLA-CTL-TOTAL.
188000
188100     MOVE SPACES TO CTL-REGISTRO.
188200     MOVE "C"                  TO CTL-TIPO-REGISTRO.
188300     MOVE WS-FECHA-SISTEMA     TO CTL-FECHA.
188400     MOVE WS-HORA-SISTEMA      TO CTL-HORA.
188500     MOVE AFIL-LOTE            TO CTL-LOTE.
188600     MOVE AFIL-FECHA-INICIO    TO CTL-EJE-FECHA-INICIO.
188700     MOVE AFIL-TOTAL-REGISTROS TO CTL-EJE-ENVIADOS.
188800     COMPUTE CTL-EJE-RESPUESTAS =
188900         AFIL-RES-ACEPTADAS + AFIL-RES-RECHAZADAS.
189000     MOVE TABLA-PEN-TOTAL      TO CTL-EJE-PENDIENTES.
189100     MOVE AFIL-MES-REVISION    TO CTL-EJE-MES-REVISION.
189200     PERFORM 5190-GRABAR-CONTROL THRU 5190-EXIT.
189300
189400     CLOSE CONTROL-AFILIACION.
189500
189600 5100-EXIT.
189700     EXIT.
189800
189900 5110-ANOTAR-RESPUESTA.
190000     IF NOT TABLA-CTL-RESP-NUEVA(TABLA-CTL-IDX)
190100         GO TO 5110-EXIT
190200     END-IF.
190300
190400     MOVE SPACES TO CTL-REGISTRO.
190500     MOVE "R"              TO CTL-TIPO-REGISTRO.
190600     MOVE WS-FECHA-SISTEMA TO CTL-FECHA.
190700     MOVE WS-HORA-SISTEMA  TO CTL-HORA.
190800     MOVE TABLA-CTL-RES-LOTE(TABLA-CTL-IDX)   TO CTL-LOTE.
190900     MOVE TABLA-CTL-RES-RESULTADO(TABLA-CTL-IDX)
191000         TO CTL-RES-RESULTADO.
191100     MOVE TABLA-CTL-REFERENCIA(TABLA-CTL-IDX) TO CTL-REFERENCIA.
191200     MOVE TABLA-CTL-RES-FECHA(TABLA-CTL-IDX)  TO CTL-RES-FECHA.
191300     MOVE TABLA-CTL-RES-CODIGO(TABLA-CTL-IDX) TO CTL-RES-CODIGO.
191400     MOVE TABLA-CTL-RES-DESCRIPCION(TABLA-CTL-IDX)
191500         TO CTL-RES-DESCRIPCION.
191600     PERFORM 5190-GRABAR-CONTROL THRU 5190-EXIT.
191700
191800 5110-EXIT.
191900     EXIT.
192000
192100 5120-ANOTAR-ENVIO.
192200     IF TABLA-CTL-ENVIO-SW(TABLA-CTL-IDX) = SPACES
192300         GO TO 5120-EXIT
192400     END-IF.
192500
192600     MOVE SPACES TO CTL-REGISTRO.
192700     MOVE "E"              TO CTL-TIPO-REGISTRO.
192800     MOVE WS-FECHA-SISTEMA TO CTL-FECHA.
192900     MOVE WS-HORA-SISTEMA  TO CTL-HORA.
193000     MOVE AFIL-LOTE        TO CTL-LOTE.
193100     MOVE TABLA-CTL-REFERENCIA(TABLA-CTL-IDX) TO CTL-REFERENCIA.
193200     MOVE TABLA-CTL-LIMITE(TABLA-CTL-IDX)     TO CTL-FECHA-LIMITE.
193300     MOVE TABLA-CTL-DATOS(TABLA-CTL-IDX)  TO CTL-DATOS-ENVIADOS.
193400     PERFORM 5190-GRABAR-CONTROL THRU 5190-EXIT.
193500
193600 5120-EXIT.
193700     EXIT.
193800
193900******************************************************************
194000*    5190-GRABAR-CONTROL
194100*    ESCRIBE EL REGISTRO PREPARADO EN EL DIARIO. UN FALLO AQUI
194200*    DEJA EL DIARIO SIN LO ENVIADO: SE AVISA DE QUE EL LOTE NO
194300*    DEBE TRANSMITIRSE Y SE TERMINA CON CODIGO 16.
194400******************************************************************
194500 5190-GRABAR-CONTROL.
194600     WRITE CTL-REGISTRO.
194700     IF FS-STATUS-CONTROL NOT = "00"
194800         DISPLAY "Error al escribir en EMPAFCTL. STATUS: "
194900             FS-STATUS-CONTROL
195000             ". EL LOTE " AFIL-LOTE " NO DEBE TRANSMITIRSE."
195100         CLOSE CONTROL-AFILIACION
195200         CLOSE AFILIACION-LISTADO
195300         MOVE 16 TO RETURN-CODE
195400         STOP RUN
195500     END-IF.
195600
195700 5190-EXIT.
195800     EXIT.
195900
196000******************************************************************
196100*    6000-INFORME-ENVIADAS
196200*    PRIMERA SECCION: LO ENVIADO EN ESTE LOTE, SEÑALANDO LO QUE SE
196300*    ENVIA YA FUERA DE PLAZO.
196400******************************************************************
196500 6000-INFORME-ENVIADAS.
196600     MOVE "COMUNICACIONES ENVIADAS EN ESTE LOTE" TO LS-TITULO.
196700     PERFORM 6800-ESCRIBIR-SECCION THRU 6800-EXIT.
196800
196900     PERFORM 6010-INFORMAR-ENVIADA
197000         THRU 6010-EXIT
197100         VARYING TABLA-CTL-IDX FROM 1 BY 1
197200         UNTIL TABLA-CTL-IDX > TABLA-CTL-TOTAL.
197300
197400     PERFORM 6850-CERRAR-SECCION THRU 6850-EXIT.
197500
197600 6000-EXIT.
197700     EXIT.
197800
197900 6010-INFORMAR-ENVIADA.
198000     IF TABLA-CTL-ENVIO-SW(TABLA-CTL-IDX) = SPACES
198100         GO TO 6010-EXIT
198200     END-IF.
198300
198400     PERFORM 6300-LINEA-DE-CONTROL THRU 6300-EXIT.
198500     IF WS-FECHA-SISTEMA > TABLA-CTL-LIMITE(TABLA-CTL-IDX)
198600         MOVE "FUERA PLAZO" TO LD-AVISO
198700     END-IF.
198800     IF TABLA-CTL-REENVIO(TABLA-CTL-IDX)
198900         MOVE "REENVIO TRAS RECHAZO" TO LD-OBSERVACION
199000     END-IF.
199100     MOVE LIN-DETALLE TO AFIL-LINEA-SALIDA.
199200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
199300     MOVE "S" TO AFIL-HAY-LINEAS-SW.
199400
199500 6010-EXIT.
199600     EXIT.
199700
199800******************************************************************
199900*    6100-INFORME-RECHAZADAS
200000*    SEGUNDA SECCION: LO RECHAZADO QUE SIGUE SIN REENVIAR, CON EL
200100*    CODIGO Y LA DESCRIPCION DEL RECHAZO, Y LAS RESPUESTAS QUE NO
200200*    CORRESPONDEN A NINGUNA COMUNICACION ENVIADA.
200300******************************************************************
200400 6100-INFORME-RECHAZADAS.
200500     MOVE "COMUNICACIONES RECHAZADAS PENDIENTES DE CORREGIR"
200600         TO LS-TITULO.
200700     PERFORM 6800-ESCRIBIR-SECCION THRU 6800-EXIT.
200800
200900     PERFORM 6110-INFORMAR-RECHAZADA
201000         THRU 6110-EXIT
201100         VARYING TABLA-CTL-IDX FROM 1 BY 1
201200         UNTIL TABLA-CTL-IDX > TABLA-CTL-TOTAL.
201300
201400     PERFORM 6120-INFORMAR-HUERFANA
201500         THRU 6120-EXIT
201600         VARYING TABLA-HUE-IDX FROM 1 BY 1
201700         UNTIL TABLA-HUE-IDX > TABLA-HUE-TOTAL.
201800
201900     PERFORM 6850-CERRAR-SECCION THRU 6850-EXIT.
202000
202100 6100-EXIT.
202200     EXIT.
202300
202400 6110-INFORMAR-RECHAZADA.
202500     IF TABLA-CTL-ENVIADA(TABLA-CTL-IDX)
202600         AND TABLA-CTL-ENVIO-SW(TABLA-CTL-IDX) = SPACES
202700         ADD 1 TO AFIL-SIN-RESPUESTA
202800     END-IF.
202900     IF NOT TABLA-CTL-RECHAZADA(TABLA-CTL-IDX)
203000         GO TO 6110-EXIT
203100     END-IF.
203200
203300     ADD 1 TO AFIL-RECHAZADAS.
203400     PERFORM 6300-LINEA-DE-CONTROL THRU 6300-EXIT.
203500     PERFORM 6400-AVISO-DE-PLAZO THRU 6400-EXIT.
203600     STRING TABLA-CTL-RES-CODIGO(TABLA-CTL-IDX) DELIMITED BY SIZE
203700            " "                                 DELIMITED BY SIZE
203800            TABLA-CTL-RES-DESCRIPCION(TABLA-CTL-IDX)
203900                                                DELIMITED BY SIZE
204000         INTO LD-OBSERVACION.
204100     MOVE LIN-DETALLE TO AFIL-LINEA-SALIDA.
204200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
204300     MOVE "S" TO AFIL-HAY-LINEAS-SW.
204400
204500 6110-EXIT.
204600     EXIT.
204700
204800 6120-INFORMAR-HUERFANA.
204900     MOVE SPACES TO LIN-DETALLE.
205000     MOVE TABLA-HUE-ACCION(TABLA-HUE-IDX) TO AFIL-CAN-ACCION.
205100     PERFORM 6500-TEXTO-ACCION THRU 6500-EXIT.
205200     MOVE TABLA-HUE-ID(TABLA-HUE-IDX)          TO LD-ID.
205300     MOVE TABLA-HUE-FECHA-HECHO(TABLA-HUE-IDX) TO LD-EFECTO.
205400     MOVE ZERO                                 TO LD-LIMITE.
205500     MOVE "SIN ENVIO"                          TO LD-AVISO.
205600     STRING "RESPUESTA AL LOTE "               DELIMITED BY SIZE
205700            TABLA-HUE-LOTE(TABLA-HUE-IDX)      DELIMITED BY SIZE
205800            " SIN ENVIO ("                     DELIMITED BY SIZE
205900            TABLA-HUE-CODIGO(TABLA-HUE-IDX)    DELIMITED BY SIZE
206000            ")"                                DELIMITED BY SIZE
206100         INTO LD-OBSERVACION.
206200     MOVE LIN-DETALLE TO AFIL-LINEA-SALIDA.
206300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
206400     MOVE "S" TO AFIL-HAY-LINEAS-SW.
206500
206600 6120-EXIT.
206700     EXIT.
206800
206900******************************************************************
207000*    6200-INFORME-PENDIENTES
207100*    TERCERA SECCION: LO QUE NO SE HA PODIDO ENVIAR, CON SU PLAZO
207200*    Y EL MOTIVO.
207300******************************************************************
207400 6200-INFORME-PENDIENTES.
207500     MOVE "PENDIENTES DE ENVIO" TO LS-TITULO.
207600     PERFORM 6800-ESCRIBIR-SECCION THRU 6800-EXIT.
207700
207800     PERFORM 6210-INFORMAR-PENDIENTE
207900         THRU 6210-EXIT
208000         VARYING TABLA-PEN-IDX FROM 1 BY 1
208100         UNTIL TABLA-PEN-IDX > TABLA-PEN-TOTAL.
208200
208300     PERFORM 6850-CERRAR-SECCION THRU 6850-EXIT.
208400
208500 6200-EXIT.
208600     EXIT.
208700
208800 6210-INFORMAR-PENDIENTE.
208900     MOVE SPACES TO LIN-DETALLE.
209000     MOVE TABLA-PEN-ACCION(TABLA-PEN-IDX) TO AFIL-CAN-ACCION.
209100     PERFORM 6500-TEXTO-ACCION THRU 6500-EXIT.
209200     MOVE TABLA-PEN-ID(TABLA-PEN-IDX)        TO LD-ID.
209300     MOVE TABLA-PEN-APELLIDO1(TABLA-PEN-IDX) TO LD-APELLIDO1.
209400     MOVE TABLA-PEN-NOMBRE(TABLA-PEN-IDX)    TO LD-NOMBRE.
209500     MOVE TABLA-PEN-EFECTO(TABLA-PEN-IDX)    TO LD-EFECTO.
209600     MOVE TABLA-PEN-LIMITE(TABLA-PEN-IDX)    TO LD-LIMITE.
209700     MOVE TABLA-PEN-LIMITE(TABLA-PEN-IDX)    TO AFIL-CAN-LIMITE.
209800     PERFORM 6400-AVISO-DE-PLAZO THRU 6400-EXIT.
209900     MOVE TABLA-PEN-MOTIVO(TABLA-PEN-IDX)    TO LD-OBSERVACION.
210000     MOVE LIN-DETALLE TO AFIL-LINEA-SALIDA.
210100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
210200     MOVE "S" TO AFIL-HAY-LINEAS-SW.
210300
210400 6210-EXIT.
210500     EXIT.
210600
210700******************************************************************
210800*    6300-LINEA-DE-CONTROL
210900*    PREPARA LIN-DETALLE CON LA COMUNICACION TABLA-CTL-IDX.
211000******************************************************************
211100 6300-LINEA-DE-CONTROL.
211200     MOVE SPACES TO LIN-DETALLE.
211300     MOVE TABLA-CTL-REFERENCIA(TABLA-CTL-IDX)
211400         TO AFIL-CAN-REFERENCIA.
211500     MOVE TABLA-CTL-DATOS(TABLA-CTL-IDX)  TO AFIL-CAN-DATOS.
211600     MOVE TABLA-CTL-LIMITE(TABLA-CTL-IDX) TO AFIL-CAN-LIMITE.
211700     PERFORM 6500-TEXTO-ACCION THRU 6500-EXIT.
211800     MOVE AFIL-CAN-ID           TO LD-ID.
211900     MOVE AFIL-CAN-APELLIDO1    TO LD-APELLIDO1.
212000     MOVE AFIL-CAN-NOMBRE       TO LD-NOMBRE.
212100     MOVE AFIL-CAN-FECHA-EFECTO TO LD-EFECTO.
212200     MOVE AFIL-CAN-LIMITE       TO LD-LIMITE.
212300
212400 6300-EXIT.
212500     EXIT.
212600
212700******************************************************************
212800*    6400-AVISO-DE-PLAZO
212900*    SEÑALA EN LD-AVISO SI EL PLAZO AFIL-CAN-LIMITE YA HA VENCIDO,
213000*    VENCE HOY O VENCE DENTRO DEL PREAVISO.
213100******************************************************************
213200 6400-AVISO-DE-PLAZO.
213300     EVALUATE TRUE
213400         WHEN AFIL-CAN-LIMITE < WS-FECHA-SISTEMA
213500             MOVE "VENCIDO"   TO LD-AVISO
213600         WHEN AFIL-CAN-LIMITE = WS-FECHA-SISTEMA
213700             MOVE "VENCE HOY" TO LD-AVISO
213800         WHEN AFIL-CAN-LIMITE NOT > AFIL-FECHA-AVISO
213900             MOVE "PROXIMO"   TO LD-AVISO
214000         WHEN OTHER
214100             MOVE SPACES      TO LD-AVISO
214200     END-EVALUATE.
214300
214400 6400-EXIT.
214500     EXIT.
214600
214700******************************************************************
214800*    6500-TEXTO-ACCION
214900*    PONE EN LD-ACCION EL NOMBRE DE LA ACCION AFIL-CAN-ACCION.
215000******************************************************************
215100 6500-TEXTO-ACCION.
215200     EVALUATE TRUE
215300         WHEN AFIL-CAN-ALTA
215400             MOVE "ALTA"      TO LD-ACCION
215500         WHEN AFIL-CAN-BAJA
215600             MOVE "BAJA"      TO LD-ACCION
215700         WHEN AFIL-CAN-REINGRESO
215800             MOVE "REINGRESO" TO LD-ACCION
215900         WHEN AFIL-CAN-VARIACION
216000             MOVE "VARIACION" TO LD-ACCION
216100         WHEN OTHER
216200             MOVE AFIL-CAN-ACCION TO LD-ACCION
216300     END-EVALUATE.
216400
216500 6500-EXIT.
216600     EXIT.
216700
216800******************************************************************
216900*    6800-ESCRIBIR-SECCION
217000*    ESCRIBE UNA LINEA EN BLANCO Y EL TITULO DE LA SECCION.
217100******************************************************************
217200 6800-ESCRIBIR-SECCION.
217300     MOVE SPACES TO AFIL-LINEA-SALIDA.
217400     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
217500     MOVE LIN-SECCION TO AFIL-LINEA-SALIDA.
217600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
217700     MOVE "N" TO AFIL-HAY-LINEAS-SW.
217800
217900 6800-EXIT.
218000     EXIT.
218100
218200******************************************************************
218300*    6850-CERRAR-SECCION
218400*    SI LA SECCION QUE TERMINA NO TUVO NINGUNA LINEA, LO INDICA.
218500******************************************************************
218600 6850-CERRAR-SECCION.
218700     IF NOT AFIL-HAY-LINEAS
218800         MOVE "     (NINGUNO)" TO AFIL-LINEA-SALIDA
218900         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
219000     END-IF.
219100
219200 6850-EXIT.
219300     EXIT.
219400
219500******************************************************************
219600*    6900-ESCRIBIR-RESUMEN
219700*    ESCRIBE AL FINAL DEL INFORME LOS TOTALES DE LA EJECUCION.
219800******************************************************************
219900 6900-ESCRIBIR-RESUMEN.
220000     MOVE "RESUMEN" TO LS-TITULO.
220100     PERFORM 6800-ESCRIBIR-SECCION THRU 6800-EXIT.
220200
220300     MOVE "COMUNICACIONES EN EL DIARIO...........:" TO LR-TEXTO.
220400     MOVE TABLA-CTL-TOTAL TO LR-CANTIDAD.
220500     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
220600
220700     MOVE "ARCHIVOS MENSUALES LEIDOS.............:" TO LR-TEXTO.
220800     MOVE AFIL-ARCHIVOS-LEIDOS TO LR-CANTIDAD.
220900     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
221000
221100     MOVE "RESPUESTAS LEIDAS (EMPAFRES)..........:" TO LR-TEXTO.
221200     MOVE AFIL-RES-LEIDAS TO LR-CANTIDAD.
221300     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
221400
221500     MOVE "  ACEPTADAS...........................:" TO LR-TEXTO.
221600     MOVE AFIL-RES-ACEPTADAS TO LR-CANTIDAD.
221700     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
221800
221900     MOVE "  RECHAZADAS..........................:" TO LR-TEXTO.
222000     MOVE AFIL-RES-RECHAZADAS TO LR-CANTIDAD.
222100     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
222200
222300     MOVE "  YA TRATADAS ANTES...................:" TO LR-TEXTO.
222400     MOVE AFIL-RES-YA-TRATADAS TO LR-CANTIDAD.
222500     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
222600
222700     MOVE "  SIN COMUNICACION ENVIADA............:" TO LR-TEXTO.
222800     MOVE AFIL-RES-HUERFANAS TO LR-CANTIDAD.
222900     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
223000
223100     MOVE "ALTAS ENVIADAS........................:" TO LR-TEXTO.
223200     MOVE AFIL-ENV-ALTAS TO LR-CANTIDAD.
223300     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
223400
223500     MOVE "BAJAS ENVIADAS........................:" TO LR-TEXTO.
223600     MOVE AFIL-ENV-BAJAS TO LR-CANTIDAD.
223700     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
223800
223900     MOVE "REINGRESOS ENVIADOS...................:" TO LR-TEXTO.
224000     MOVE AFIL-ENV-REINGRESOS TO LR-CANTIDAD.
224100     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
224200
224300     MOVE "VARIACIONES ENVIADAS..................:" TO LR-TEXTO.
224400     MOVE AFIL-ENV-VARIACIONES TO LR-CANTIDAD.
224500     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
224600
224700     MOVE "  DE ELLAS, REENVIOS TRAS RECHAZO.....:" TO LR-TEXTO.
224800     MOVE AFIL-REENVIOS TO LR-CANTIDAD.
224900     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
225000
225100     MOVE "  DE ELLAS, ENVIADAS FUERA DE PLAZO...:" TO LR-TEXTO.
225200     MOVE AFIL-FUERA-PLAZO TO LR-CANTIDAD.
225300     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
225400
225500     MOVE "ENVIADAS ANTES Y SIN RESPUESTA........:" TO LR-TEXTO.
225600     MOVE AFIL-SIN-RESPUESTA TO LR-CANTIDAD.
225700     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
225800
225900     MOVE "RECHAZADAS PENDIENTES DE CORREGIR.....:" TO LR-TEXTO.
226000     MOVE AFIL-RECHAZADAS TO LR-CANTIDAD.
226100     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
226200
226300     MOVE "PENDIENTES DE ENVIO...................:" TO LR-TEXTO.
226400     MOVE TABLA-PEN-TOTAL TO LR-CANTIDAD.
226500     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
226600
226700 6900-EXIT.
226800     EXIT.
226900
227000 6950-ESCRIBIR-CANTIDAD.
227100     MOVE LIN-RESUMEN TO AFIL-LINEA-SALIDA.
227200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
227300
227400 6950-EXIT.
227500     EXIT.
227600
227700******************************************************************
227800*    7000-ESCRIBIR-LINEA
227900*    ESCRIBE EN EL INFORME LA LINEA PREPARADA EN
228000*    AFIL-LINEA-SALIDA, CONTROLANDO EL SALTO DE PAGINA.
228100******************************************************************
228200 7000-ESCRIBIR-LINEA.
228300     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
228400         OR CNT-PAGINA = ZERO
228500         PERFORM 7100-ESCRIBIR-CABECERA THRU 7100-EXIT
228600     END-IF.
228700
228800     WRITE LINEA-LISTADO FROM AFIL-LINEA-SALIDA.
228900     IF FS-STATUS-LISTADO NOT = "00"
229000         DISPLAY "Error al escribir el informe. STATUS: "
229100             FS-STATUS-LISTADO
229200     END-IF.
229300     ADD 1 TO CNT-LINEAS-PAGINA.
229400
229500 7000-EXIT.
229600     EXIT.
229700
229800******************************************************************
229900*    7100-ESCRIBIR-CABECERA
230000*    INICIA UNA PAGINA NUEVA: LOTE, FECHA, NUMERO DE PAGINA Y
230100*    CABECERA DE COLUMNAS.
230200******************************************************************
230300 7100-ESCRIBIR-CABECERA.
230400     ADD 1 TO CNT-PAGINA.
230500     MOVE CNT-PAGINA TO LC1-PAGINA.
230600
230700     IF CNT-PAGINA > 1
230800         WRITE LINEA-LISTADO FROM SPACES
230900         AFTER ADVANCING PAGE
231000     END-IF.
231100     IF FS-STATUS-LISTADO NOT = "00"
231200         DISPLAY "Error al escribir el informe. STATUS: "
231300             FS-STATUS-LISTADO
231400     END-IF.
231500
231600     WRITE LINEA-LISTADO FROM LIN-CABECERA-1.
231700     IF FS-STATUS-LISTADO NOT = "00"
231800         DISPLAY "Error al escribir el informe. STATUS: "
231900             FS-STATUS-LISTADO
232000     END-IF.
232100     WRITE LINEA-LISTADO FROM SPACES.
232200     IF FS-STATUS-LISTADO NOT = "00"
232300         DISPLAY "Error al escribir el informe. STATUS: "
232400             FS-STATUS-LISTADO
232500     END-IF.
232600     WRITE LINEA-LISTADO FROM LIN-CABECERA-2.
232700     IF FS-STATUS-LISTADO NOT = "00"
232800         DISPLAY "Error al escribir el informe. STATUS: "
232900             FS-STATUS-LISTADO
233000     END-IF.
233100
233200     MOVE ZERO TO CNT-LINEAS-PAGINA.
233300
233400 7100-EXIT.
233500     EXIT.
233600
233700******************************************************************
233800*    7300-SUMAR-DIAS
233900*    SUMA AFIL-DIAS-A-SUMAR DIAS NATURALES A AFIL-FECHA-CALCULO.
234000*    UNA FECHA QUE NO ES VALIDA SE DEJA COMO ESTA.
234100******************************************************************
234200 7300-SUMAR-DIAS.
234300     IF AFIL-FECHA-CALCULO IS NOT NUMERIC
234400         GO TO 7300-EXIT
234500     END-IF.
234600     IF AFIL-CALC-MM < 1 OR AFIL-CALC-MM > 12
234700         OR AFIL-CALC-DD < 1
234800         GO TO 7300-EXIT
234900     END-IF.
235000
235100     PERFORM 7310-SUMAR-UN-DIA
235200         THRU 7310-EXIT
235300         AFIL-DIAS-A-SUMAR TIMES.
235400
235500 7300-EXIT.
235600     EXIT.
235700
235800******************************************************************
235900*    7310-SUMAR-UN-DIA
236000*    PASA AFIL-FECHA-CALCULO AL DIA SIGUIENTE. FEBRERO TIENE 29
236100*    DIAS EN LOS AÑOS BISIESTOS: DIVISIBLES POR 4 Y NO POR 100, O
236200*    DIVISIBLES POR 400.
236300******************************************************************
236400 7310-SUMAR-UN-DIA.
236500     MOVE TABLA-DIAS-DEL-MES(AFIL-CALC-MM) TO AFIL-DIAS-MES.
236600
236700     IF AFIL-CALC-MM = 2
236800         DIVIDE AFIL-CALC-AAAA BY 4
236900             GIVING AFIL-BISIESTO-COCIENTE
237000             REMAINDER AFIL-BISIESTO-RESTO-4
237100         DIVIDE AFIL-CALC-AAAA BY 100
237200             GIVING AFIL-BISIESTO-COCIENTE
237300             REMAINDER AFIL-BISIESTO-RESTO-100
237400         DIVIDE AFIL-CALC-AAAA BY 400
237500             GIVING AFIL-BISIESTO-COCIENTE
237600             REMAINDER AFIL-BISIESTO-RESTO-400
237700         IF (AFIL-BISIESTO-RESTO-4 = ZERO
237800             AND AFIL-BISIESTO-RESTO-100 NOT = ZERO)
237900             OR AFIL-BISIESTO-RESTO-400 = ZERO
238000             MOVE 29 TO AFIL-DIAS-MES
238100         END-IF
238200     END-IF.
238300
238400     IF AFIL-CALC-DD < AFIL-DIAS-MES
238500         ADD 1 TO AFIL-CALC-DD
238600         GO TO 7310-EXIT
238700     END-IF.
238800
238900     MOVE 1 TO AFIL-CALC-DD.
239000     IF AFIL-CALC-MM = 12
239100         MOVE 1 TO AFIL-CALC-MM
239200         ADD 1 TO AFIL-CALC-AAAA
239300     ELSE
239400         ADD 1 TO AFIL-CALC-MM
239500     END-IF.
239600
239700 7310-EXIT.
239800     EXIT.
239900
240000******************************************************************
240100*    9000-FINALIZAR
240200*    CIERRA EL INFORME, MUESTRA EL RESUMEN POR PANTALLA Y DEJA EL
240300*    CODIGO DE RETORNO 4 SI HAY RECHAZOS SIN CORREGIR, ENVIOS
240400*    FUERA DE PLAZO, PENDIENTES O RESPUESTAS SIN COMUNICACION.
240500******************************************************************
240600 9000-FINALIZAR.
240700     CLOSE AFILIACION-LISTADO.
240800
240900     DISPLAY "Lote generado          : " AFIL-LOTE.
241000     DISPLAY "Comunicaciones enviadas: " AFIL-TOTAL-REGISTROS.
241100     DISPLAY "Reenvios tras rechazo  : " AFIL-REENVIOS.
241200     DISPLAY "Enviadas fuera de plazo: " AFIL-FUERA-PLAZO.
241300     DISPLAY "Respuestas aplicadas   : "
241400         AFIL-RES-ACEPTADAS " aceptadas, "
241500         AFIL-RES-RECHAZADAS " rechazadas".
241600     DISPLAY "Rechazadas sin corregir: " AFIL-RECHAZADAS.
241700     DISPLAY "Pendientes de envio    : " TABLA-PEN-TOTAL.
241800
241900     IF (AFIL-RECHAZADAS > ZERO
242000         OR AFIL-FUERA-PLAZO > ZERO
242100         OR TABLA-PEN-TOTAL > ZERO
242200         OR AFIL-RES-HUERFANAS > ZERO)
242300         AND RETURN-CODE < 4
242400         MOVE 4 TO RETURN-CODE
242500     END-IF.
242600
242700 9000-EXIT.
242800     EXIT.
242900
243000******************************************************************
243100*    9900-ABORTAR
243200*    TERMINACION ANORMAL ANTES DE AMPLIAR EL DIARIO: CIERRA LOS
243300*    FICHEROS Y TERMINA CON CODIGO 16. EMPAFIL QUEDA SIN TRAILER,
243400*    ASI QUE NO PUEDE CUADRAR NI DEBE TRANSMITIRSE, Y COMO NADA SE
243500*    ANOTO, LA PROXIMA EJECUCION LO VOLVERA A RECOGER TODO.
243600******************************************************************
243700 9900-ABORTAR.
243800     CLOSE COMUNICACION-AFILIACION.
243900     CLOSE AFILIACION-LISTADO.
244000     MOVE 16 TO RETURN-CODE.
244100     STOP RUN.
244200
244300 9900-EXIT.
244400     EXIT.
244500
244600 END PROGRAM EMPAFIL.
