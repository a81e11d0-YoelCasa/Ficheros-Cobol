000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPANON.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: EMPANON
000900*    DESCRIPCION..: ANONIMIZACION DE LOS EX-EMPLEADOS CUYO PLAZO
001000*                   LEGAL DE CONSERVACION YA HA VENCIDO. RECIBE EL
001100*                   PLAZO EN AÑOS Y SELECCIONA A LOS EX-EMPLEADOS
001200*                   CON FECHA DE BAJA ANTERIOR A HOY MENOS ESE
001300*                   PLAZO: LOS DE BAJA EN EL MAESTRO empleados.csv
001400*                   Y LOS QUE SOLO QUEDAN EN exempleados.csv. DE
001500*                   CADA UNO SUSTITUYE NOMBRE Y APELLIDOS POR LA
001600*                   MARCA "ANONIMIZADO" EN empleados.csv,
001700*                   exempleados.csv, EL HISTORIAL EMPHIST, SUS
001800*                   ARCHIVOS EMPHIST_AAAAMM (LOCALIZADOS A TRAVES
001900*                   DEL RESUMEN EMPRESUM, COMO EN EMPDOSIE) Y LAS
002000*                   COPIAS FECHADAS empleados_AAAAMMDD.csv Y
002100*                   empleados_previo_AAAAMMDD.csv (SONDEADAS DIA A
002200*                   DIA COMO EN EMPRESTA, DESDE HOY HASTA EL ALTA
002300*                   MAS ANTIGUA DE LOS QUE SE ANONIMIZAN).
002400*                   IDENTIFICADOR, FECHAS, DEPARTAMENTO E IMPORTES
002500*                   NO SE TOCAN, PARA QUE ESTADISTICAS Y TOTALES
002600*                   SIGAN CUADRANDO. EMPLOG Y SUS ARCHIVOS
002700*                   EMPLOG_AAAAMM SOLO GUARDAN IDENTIFICADOR,
002800*                   FECHA, HORA Y OPERADOR: NO HAY NADA QUE
002900*                   ANONIMIZAR EN ELLOS.
003000*                   QUEDA EXCLUIDO QUIEN TENGA UN REINGRESO
003100*                   (IMAGEN "R" EN EL HISTORIAL O EN SUS ARCHIVOS)
003200*                   O UN CAMBIO PENDIENTE DE APROBAR EN EMPPEND.
003300*                   IGUAL QUE EMPREVSA, POR DEFECTO TRABAJA EN
003400*                   SIMULACION Y NO GRABA NADA; SOLO CON EL
003500*                   PARAMETRO "<AÑOS> REAL <ID-OPERADOR>"
003600*                   (ADMINISTRADOR ACTIVO; SIN IDENTIFICADOR SE
003700*                   TOMA "PURGA", COMO EN LA PURGA DE EMPRESTA) SE
003800*                   APLICA. CADA FICHERO SE COPIA YA ANONIMIZADO
003900*                   AL FICHERO DE TRABAJO EMPANOTR (EMPANOTH PARA
004000*                   EL HISTORIAL) Y SOLO SI HA CAMBIADO ALGO SE
004100*                   VUELCA DE NUEVO SOBRE EL ORIGINAL.
004200*                   EL INFORME EMPANOLI ES EL CERTIFICADO DE LO
004300*                   ANONIMIZADO, CON FECHA, HORA Y OPERADOR; EN
004400*                   MODO REAL CADA EX-EMPLEADO ANONIMIZADO SE
004500*                   ANOTA ADEMAS EN EL DIARIO EMPANOLG, QUE SOLO
004600*                   CRECE.
004700*                   CODIGOS DE RETORNO: 4 SI ALGUN FICHERO NO SE
004800*                   PUDO TRATAR, 16 ANTE UN ERROR GRAVE.
004900*
005000*    HISTORIAL DE MODIFICACIONES
005100*    FECHA       AUTOR   DESCRIPCION
005200*    ----------  ------  ------------------------------------
005300*    2026-10-15  JCR     PROGRAMA INICIAL.
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SPECIAL-NAMES.
005800     DECIMAL-POINT IS COMMA.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT EMPLEADOS-ARCHIVO
006200         ASSIGN TO "g:\Usuarios\empleados.csv"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FS-STATUS.
006500
006600     SELECT EXEMPLEADOS-ARCHIVO
006700         ASSIGN TO "g:\Usuarios\exempleados.csv"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FS-STATUS-EXEMP.
007000
007100     SELECT CAMBIOS-PENDIENTES
007200         ASSIGN TO "EMPPEND"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FS-STATUS-PEND.
007500
007600     SELECT RESUMEN-MENSUAL
007700         ASSIGN TO "EMPRESUM"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS FS-STATUS-RESUM.
008000
008100     SELECT OPERADORES-ARCHIVO
008200         ASSIGN TO "g:\Usuarios\operadores.csv"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FS-STATUS-OPER.
008500
008600     SELECT FICHERO-EMPLEADOS
008700         ASSIGN TO DYNAMIC WS-NOMBRE-RESPALDO
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS FS-STATUS-FICHERO.
009000
009100     SELECT TRABAJO-EMPLEADOS
009200         ASSIGN TO "EMPANOTR"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS FS-STATUS-TRABAJO.
009500
009600     SELECT FICHERO-HISTORIAL
009700         ASSIGN TO DYNAMIC WS-NOMBRE-ARCH-HIST
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS FS-STATUS-HIST.
010000
010100     SELECT TRABAJO-HISTORIAL
010200         ASSIGN TO "EMPANOTH"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS FS-STATUS-TRAB-HIST.
010500
010600     SELECT ANONIMIZACION-DIARIO
010700         ASSIGN TO "EMPANOLG"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS FS-STATUS-DIARIO.
011000
011100     SELECT ANONIMIZACION-LISTADO
011200         ASSIGN TO "EMPANOLI"
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS FS-STATUS-LISTADO.
011500
011600 DATA DIVISION.
011700 FILE SECTION.
011800 FD  EMPLEADOS-ARCHIVO.
011900 COPY EMPREG.
012000
012100 FD  EXEMPLEADOS-ARCHIVO.
012200 01  EXEMP-REGISTRO           PIC X(97).
012300
012400 FD  CAMBIOS-PENDIENTES.
012500 01  PEND-REGISTRO.
012600     05 PEND-ESTADO            PIC X(01).
012700        88 PEND-PENDIENTE            VALUE "P".
012800        88 PEND-APROBADO             VALUE "A".
012900        88 PEND-RECHAZADO            VALUE "R".
013000     05 FILLER                 PIC X(01).
013100     05 PEND-TIPO              PIC X(01).
013200        88 PEND-TIPO-SALARIO         VALUE "S".
013300        88 PEND-TIPO-BAJA            VALUE "B".
013400     05 FILLER                 PIC X(01).
013500     05 PEND-ID                PIC 9(05).
013600     05 FILLER                 PIC X(01).
013700     05 PEND-FECHA             PIC 9(08).
013800     05 FILLER                 PIC X(01).
013900     05 PEND-HORA              PIC 9(08).
014000     05 FILLER                 PIC X(01).
014100     05 PEND-OPERADOR          PIC X(08).
014200     05 FILLER                 PIC X(01).
014300     05 PEND-SALARIO-NUEVO     PIC 9(07)V99.
014400     05 FILLER                 PIC X(01).
014500     05 PEND-FECHA-BAJA        PIC 9(08).
014600     05 FILLER                 PIC X(01).
014700     05 PEND-MOTIVO-BAJA       PIC X(03).
014800     05 FILLER                 PIC X(01).
014900     05 PEND-SUPERVISOR        PIC X(08).
015000     05 FILLER                 PIC X(01).
015100     05 PEND-FECHA-DECISION    PIC 9(08).
015200     05 FILLER                 PIC X(01).
015300     05 PEND-HORA-DECISION     PIC 9(08).
015400     05 FILLER                 PIC X(01).
015500     05 PEND-IMAGEN-ANTES      PIC X(97).
015600     05 FILLER                 PIC X(01).
015700     05 PEND-FECHA-EFECTIVA    PIC 9(08).
015800
015900 FD  RESUMEN-MENSUAL.
016000 01  RESUM-REGISTRO.
016100     05 RESUM-MES             PIC 9(06).
016200     05 FILLER                PIC X(01).
016300     05 RESUM-OPERADOR        PIC X(08).
016400     05 FILLER                PIC X(01).
016500     05 RESUM-ALTAS           PIC 9(07).
016600     05 FILLER                PIC X(01).
016700     05 RESUM-BAJAS           PIC 9(07).
016800     05 FILLER                PIC X(01).
016900     05 RESUM-MODIFICACIONES  PIC 9(07).
017000     05 FILLER                PIC X(01).
017100     05 RESUM-OTRAS           PIC 9(07).
017200
017300 FD  OPERADORES-ARCHIVO.
017400 COPY OPEREG.
017500
017600******************************************************************
017700*    CUALQUIER FICHERO CON REGISTROS DEL MAESTRO (empleados.csv,
017800*    exempleados.csv O UNA COPIA FECHADA) Y SU COPIA DE TRABAJO.
017900******************************************************************
018000 FD  FICHERO-EMPLEADOS.
018100 01  FICH-REGISTRO            PIC X(97).
018200
018300 FD  TRABAJO-EMPLEADOS.
018400 01  TRAB-REGISTRO            PIC X(97).
018500
018600******************************************************************
018700*    EL HISTORIAL EMPHIST O UNO DE SUS ARCHIVOS EMPHIST_AAAAMM, Y
018800*    SU COPIA DE TRABAJO.
018900******************************************************************
019000 FD  FICHERO-HISTORIAL.
019100 01  HIST-REGISTRO.
019200     05 HIST-OPERACION        PIC X(01).
019300        88 HIST-OPER-BAJA            VALUE "B".
019400        88 HIST-OPER-MODIFICACION    VALUE "M".
019500        88 HIST-OPER-TRASLADO        VALUE "T".
019600        88 HIST-OPER-REINGRESO       VALUE "R".
019700        88 HIST-OPER-RECHAZO         VALUE "X".
019800     05 FILLER                PIC X(01).
019900     05 HIST-FECHA            PIC 9(08).
020000     05 FILLER                PIC X(01).
020100     05 HIST-HORA             PIC 9(08).
020200     05 FILLER                PIC X(01).
020300     05 HIST-OPERADOR         PIC X(08).
020400     05 FILLER                PIC X(01).
020500     05 HIST-IMAGEN-ANTES     PIC X(97).
020600     05 FILLER                PIC X(01).
020700     05 HIST-IMAGEN-DESPUES   PIC X(97).
020800
020900 FD  TRABAJO-HISTORIAL.
021000 01  TRAB-HIST-REGISTRO       PIC X(224).
021100
021200******************************************************************
021300*    DIARIO DE ANONIMIZACIONES: UN REGISTRO POR EX-EMPLEADO
021400*    ANONIMIZADO EN MODO REAL, CON LA FECHA Y HORA DE LA
021500*    EJECUCION, EL OPERADOR, EL PLAZO APLICADO Y LOS REGISTROS
021600*    ANONIMIZADOS EN CADA FUENTE. NO GUARDA NINGUN DATO PERSONAL.
021700******************************************************************
021800 FD  ANONIMIZACION-DIARIO.
021900 01  ANOLG-REGISTRO.
022000     05 ANOLG-ID              PIC 9(05).
022100     05 FILLER                PIC X(01).
022200     05 ANOLG-FECHA-BAJA      PIC 9(08).
022300     05 FILLER                PIC X(01).
022400     05 ANOLG-FECHA           PIC 9(08).
022500     05 FILLER                PIC X(01).
022600     05 ANOLG-HORA            PIC 9(08).
022700     05 FILLER                PIC X(01).
022800     05 ANOLG-OPERADOR        PIC X(08).
022900     05 FILLER                PIC X(01).
023000     05 ANOLG-ANOS            PIC 9(02).
023100     05 FILLER                PIC X(01).
023200     05 ANOLG-MAESTRO         PIC 9(05).
023300     05 FILLER                PIC X(01).
023400     05 ANOLG-EXEMPLEADOS     PIC 9(05).
023500     05 FILLER                PIC X(01).
023600     05 ANOLG-HISTORIAL       PIC 9(05).
023700     05 FILLER                PIC X(01).
023800     05 ANOLG-COPIAS          PIC 9(05).
023900
024000 FD  ANONIMIZACION-LISTADO.
024100 01  LINEA-LISTADO            PIC X(100).
024200
024300 WORKING-STORAGE SECTION.
024400******************************************************************
024500*    LINEAS DE CABECERA, SECCION, DETALLE Y RESUMEN DEL INFORME
024600******************************************************************
024700 01  LIN-CABECERA-1.
024800     05 FILLER                PIC X(46) VALUE
024900        "CERTIFICADO DE ANONIMIZACION DE EX-EMPLEADOS".
025000     05 LC1-MODO              PIC X(12).
025100     05 FILLER                PIC X(07) VALUE "FECHA: ".
025200     05 LC1-FECHA             PIC 9999/99/99 VALUE ZERO.
025300     05 FILLER                PIC X(08) VALUE SPACES.
025400     05 FILLER                PIC X(08) VALUE "PAGINA: ".
025500     05 LC1-PAGINA            PIC ZZZ9.
025600
025700 01  LIN-CABECERA-2.
025800     05 FILLER                PIC X(11) VALUE "RETENCION: ".
025900     05 LC2-ANOS              PIC Z9.
026000     05 FILLER                PIC X(26) VALUE
026100        " ANOS. BAJAS ANTERIORES A ".
026200     05 LC2-LIMITE            PIC 9999/99/99 VALUE ZERO.
026300     05 FILLER                PIC X(12) VALUE "  OPERADOR: ".
026400     05 LC2-OPERADOR          PIC X(08).
026500     05 FILLER                PIC X(08) VALUE "  HORA: ".
026600     05 LC2-HORA-HH           PIC 9(02).
026700     05 FILLER                PIC X(01) VALUE ":".
026800     05 LC2-HORA-MM           PIC 9(02).
026900     05 FILLER                PIC X(01) VALUE ":".
027000     05 LC2-HORA-SS           PIC 9(02).
027100
027200 01  LIN-SECCION.
027300     05 LS-TITULO             PIC X(60).
027400
027500 01  LIN-TITULO-FICHEROS.
027600     05 FILLER                PIC X(42) VALUE "FICHERO".
027700     05 FILLER                PIC X(09) VALUE "   LEIDOS".
027800     05 FILLER                PIC X(02) VALUE SPACES.
027900     05 FILLER                PIC X(09) VALUE "ANONIMIZ.".
028000     05 FILLER                PIC X(02) VALUE SPACES.
028100     05 FILLER                PIC X(30) VALUE "RESULTADO".
028200
028300 01  LIN-FICHERO.
028400     05 LF-NOMBRE             PIC X(40).
028500     05 FILLER                PIC X(02) VALUE SPACES.
028600     05 LF-LEIDOS             PIC ZZZZZZZZ9.
028700     05 FILLER                PIC X(02) VALUE SPACES.
028800     05 LF-ANONIMIZADOS       PIC ZZZZZZZZ9.
028900     05 FILLER                PIC X(02) VALUE SPACES.
029000     05 LF-RESULTADO          PIC X(30).
029100
029200 01  LIN-TITULO-EMPLEADOS.
029300     05 FILLER                PIC X(07) VALUE "ID".
029400     05 FILLER                PIC X(12) VALUE "FECHA BAJA".
029500     05 FILLER                PIC X(13) VALUE "ORIGEN".
029600     05 FILLER                PIC X(07) VALUE "MAEST.".
029700     05 FILLER                PIC X(07) VALUE "EXEMP.".
029800     05 FILLER                PIC X(07) VALUE "HIST.".
029900     05 FILLER                PIC X(07) VALUE "COPIAS".
030000     05 FILLER                PIC X(30) VALUE "RESULTADO".
030100
030200 01  LIN-DETALLE.
030300     05 LD-ID                 PIC ZZZZ9.
030400     05 FILLER                PIC X(02) VALUE SPACES.
030500     05 LD-FECHA-BAJA         PIC 9999/99/99.
030600     05 FILLER                PIC X(02) VALUE SPACES.
030700     05 LD-ORIGEN             PIC X(11).
030800     05 FILLER                PIC X(02) VALUE SPACES.
030900     05 LD-MAESTRO            PIC ZZZZ9.
031000     05 FILLER                PIC X(02) VALUE SPACES.
031100     05 LD-EXEMPLEADOS        PIC ZZZZ9.
031200     05 FILLER                PIC X(02) VALUE SPACES.
031300     05 LD-HISTORIAL          PIC ZZZZ9.
031400     05 FILLER                PIC X(02) VALUE SPACES.
031500     05 LD-COPIAS             PIC ZZZZ9.
031600     05 FILLER                PIC X(02) VALUE SPACES.
031700     05 LD-RESULTADO          PIC X(30).
031800
031900 01  LIN-FIRMA.
032000     05 FILLER                PIC X(22) VALUE
032100        "OPERADOR RESPONSABLE: ".
032200     05 LFI-OPERADOR          PIC X(08).
032300
032400 01  LIN-RESUMEN.
032500     05 LR-TEXTO              PIC X(40).
032600     05 LR-CANTIDAD           PIC ZZZZZZZZ9.
032700
032800 01  ANON-LINEA-SALIDA        PIC X(100) VALUE SPACES.
032900
033000******************************************************************
033100*    VARIABLES DE CONTROL DEL PROGRAMA
033200******************************************************************
033300 01  FS-STATUS                PIC X(02).
033400 01  FS-STATUS-EXEMP          PIC X(02).
033500 01  FS-STATUS-PEND           PIC X(02).
033600 01  FS-STATUS-RESUM          PIC X(02).
033700 01  FS-STATUS-OPER           PIC X(02).
033800 01  FS-STATUS-FICHERO        PIC X(02).
033900 01  FS-STATUS-TRABAJO        PIC X(02).
034000 01  FS-STATUS-HIST           PIC X(02).
034100 01  FS-STATUS-TRAB-HIST      PIC X(02).
034200 01  FS-STATUS-DIARIO         PIC X(02).
034300 01  FS-STATUS-LISTADO        PIC X(02).
034400 01  WS-FECHA-SISTEMA         PIC 9(08).
034500 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
034600     05 WS-FECHA-AAAA         PIC 9(04).
034700     05 WS-FECHA-MM           PIC 9(02).
034800     05 WS-FECHA-DD           PIC 9(02).
034900 01  ANON-HORA-SISTEMA        PIC 9(08).
035000 01  ANON-HORA-PARTES         REDEFINES ANON-HORA-SISTEMA.
035100     05 ANON-HORA-HH          PIC 9(02).
035200     05 ANON-HORA-MM          PIC 9(02).
035300     05 ANON-HORA-SS          PIC 9(02).
035400     05 ANON-HORA-CC          PIC 9(02).
035500
035600******************************************************************
035700*    NOMBRES DINAMICOS DEL FICHERO DEL MAESTRO O COPIA FECHADA Y
035800*    DEL HISTORIAL O ARCHIVO MENSUAL QUE SE ESTA TRATANDO, Y EL
035900*    NOMBRE CON QUE FIGURA EN EL CERTIFICADO.
036000******************************************************************
036100 01  WS-NOMBRE-RESPALDO       PIC X(60) VALUE SPACES.
036200 01  WS-NOMBRE-ARCH-HIST      PIC X(60) VALUE SPACES.
036300 01  ANON-NOMBRE-INFORME      PIC X(40) VALUE SPACES.
036400
036500 01  CONTADORES.
036600     05 CNT-LINEAS-PAGINA     PIC 9(03) COMP VALUE ZERO.
036700     05 CNT-PAGINA            PIC 9(03) COMP VALUE ZERO.
036800     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
036900
037000******************************************************************
037100*    PARAMETROS DE EJECUCION: "<AÑOS> REAL <ID-OPERADOR>". EL
037200*    PLAZO DE CONSERVACION EN AÑOS (1 A 99) ES OBLIGATORIO; SIN
037300*    "REAL" EL PROGRAMA TRABAJA EN SIMULACION. SIN IDENTIFICADOR
037400*    SE TOMA "PURGA", QUE DEBE ESTAR DADO DE ALTA COMO
037500*    ADMINISTRADOR IGUAL QUE PARA LA PURGA DE EMPRESTA.
037600******************************************************************
037700 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
037800 01  WS-PARM-ANOS             PIC X(02) VALUE SPACES.
037900 01  WS-PARM-MODO             PIC X(10) VALUE SPACES.
038000 01  WS-PARM-OPERADOR         PIC X(08) VALUE SPACES.
038100
038200 01  MODO-EJECUCION-SW        PIC X(01) VALUE "S".
038300     88 MODO-REAL                    VALUE "R".
038400     88 MODO-SIMULACION              VALUE "S".
038500
038600 01  ANON-OPERADOR            PIC X(08) VALUE SPACES.
038700 01  ANON-OPER-ROL            PIC X(01) VALUE SPACE.
038800     88 ANON-OPER-ES-ADMIN           VALUE "A".
038900 01  ANON-OPER-ESTADO         PIC X(01) VALUE SPACE.
039000     88 ANON-OPER-ACTIVO             VALUE "A".
039100
039200******************************************************************
039300*    PLAZO Y FECHA LIMITE: SE ANONIMIZA A QUIEN CAUSO BAJA ANTES
039400*    DE HOY MENOS EL PLAZO (UN 29 DE FEBRERO PASA A 28 SI EL AÑO
039500*    LIMITE NO ES BISIESTO). MARCA QUE SUSTITUYE A NOMBRE Y
039600*    APELLIDOS: NO ESTA EN BLANCO, PARA QUE EMPVERIF Y EMPRESTA
039700*    SIGAN DANDO POR BUENOS LOS REGISTROS.
039800******************************************************************
039900 01  ANON-ANOS-RETENCION      PIC 9(02) VALUE ZERO.
040000 01  ANON-FECHA-LIMITE        PIC 9(08) VALUE ZERO.
040100 01  ANON-FECHA-LIMITE-R      REDEFINES ANON-FECHA-LIMITE.
040200     05 ANON-LIMITE-AAAA      PIC 9(04).
040300     05 ANON-LIMITE-MM        PIC 9(02).
040400     05 ANON-LIMITE-DD        PIC 9(02).
040500 01  ANON-MARCA               PIC X(20) VALUE "ANONIMIZADO".
040600
040700******************************************************************
040800*    SONDEO DE COPIAS FECHADAS: SE RETROCEDE DIA A DIA DESDE HOY
040900*    HASTA ANON-FECHA-DESDE, EL ALTA MAS ANTIGUA DE LOS QUE SE
041000*    ANONIMIZAN (NINGUNA COPIA ANTERIOR PUEDE CONTENERLOS).
041100******************************************************************
041200 01  ANON-FECHA-DESDE         PIC 9(08) VALUE ZERO.
041300 01  ANON-FECHA-SONDEO        PIC 9(08) VALUE ZERO.
041400 01  ANON-FECHA-SONDEO-R      REDEFINES ANON-FECHA-SONDEO.
041500     05 ANON-SONDEO-AAAA      PIC 9(04).
041600     05 ANON-SONDEO-MM        PIC 9(02).
041700     05 ANON-SONDEO-DD        PIC 9(02).
041800 01  ANON-DIAS-MES            PIC 9(02) VALUE ZERO.
041900 01  ANON-MES-CALCULO         PIC 9(02) VALUE ZERO.
042000 01  ANON-AAAA-CALCULO        PIC 9(04) VALUE ZERO.
042100 01  ANON-BISIESTO-COCIENTE   PIC 9(04) COMP VALUE ZERO.
042200 01  ANON-BISIESTO-RESTO      PIC 9(04) COMP VALUE ZERO.
042300
042400******************************************************************
042500*    TABLA POR IDENTIFICADOR (01 A 99999): ESTADO DEL EMPLEADO EN
042600*    EL MAESTRO (ESPACIO SI NO ESTA) Y POSICION EN LA TABLA DE
042700*    CANDIDATOS (CERO SI NO LO ES). ASI CADA REGISTRO DE CADA
042800*    FICHERO SE RESUELVE SIN RECORRER LA TABLA DE CANDIDATOS.
042900******************************************************************
043000 01  TABLA-IDS.
043100     05 TABLA-IDS-ENTRADA     OCCURS 99999 TIMES.
043200        10 TABLA-IDS-MAESTRO  PIC X(01).
043300        10 TABLA-IDS-CANDIDATO PIC 9(04) COMP.
043400
043500******************************************************************
043600*    TABLA DE CANDIDATOS: EX-EMPLEADOS CON LA BAJA MAS RECIENTE
043700*    ANTERIOR A LA FECHA LIMITE (ELEGIBLES), LOS QUE SE EXCLUYEN
043800*    CON SU MOTIVO, Y LOS QUE SOLO ESTAN EN exempleados.csv CON
043900*    ALGUNA BAJA AUN DENTRO DEL PLAZO (RETENIDOS, QUE NO SE
044000*    LISTAN). PARA CADA UNO SE CUENTAN LOS REGISTROS ANONIMIZADOS
044100*    EN CADA FUENTE.
044200******************************************************************
044300 01  TABLA-CANDIDATOS.
044400     05 TABLA-CAN-TOTAL       PIC 9(04) COMP VALUE ZERO.
044500     05 TABLA-CAN-ENTRADA     OCCURS 5000 TIMES
044600                              INDEXED BY TABLA-CAN-IDX.
044700        10 TABLA-CAN-ID            PIC 9(05).
044800        10 TABLA-CAN-FECHA-BAJA    PIC 9(08).
044900        10 TABLA-CAN-FECHA-ALTA    PIC 9(08).
045000        10 TABLA-CAN-ORIGEN        PIC X(01).
045100           88 TABLA-CAN-DEL-MAESTRO       VALUE "M".
045200           88 TABLA-CAN-DE-EXEMPLEADOS    VALUE "X".
045300        10 TABLA-CAN-ESTADO        PIC X(01).
045400           88 TABLA-CAN-ELEGIBLE          VALUE "E".
045500           88 TABLA-CAN-EXCLUIDO          VALUE "X".
045600           88 TABLA-CAN-RETENIDO          VALUE "D".
045700        10 TABLA-CAN-MOTIVO        PIC X(30).
045800        10 TABLA-CAN-MAESTRO       PIC 9(05) COMP.
045900        10 TABLA-CAN-EXEMPLEADOS   PIC 9(05) COMP.
046000        10 TABLA-CAN-HISTORIAL     PIC 9(05) COMP.
046100        10 TABLA-CAN-COPIAS        PIC 9(05) COMP.
046200
046300******************************************************************
046400*    DATOS DEL CANDIDATO QUE SE ESTA ANOTANDO Y POSICION DEL
046500*    CANDIDATO DEL REGISTRO QUE SE ESTA ANONIMIZANDO.
046600******************************************************************
046700 01  ANON-CAN-ID              PIC 9(05) VALUE ZERO.
046800 01  ANON-CAN-FECHA-BAJA      PIC 9(08) VALUE ZERO.
046900 01  ANON-CAN-FECHA-ALTA      PIC 9(08) VALUE ZERO.
047000 01  ANON-CAN-ORIGEN          PIC X(01) VALUE SPACE.
047100 01  ANON-CAN-ESTADO          PIC X(01) VALUE SPACE.
047200 01  ANON-CAN-POSICION        PIC 9(04) COMP VALUE ZERO.
047300 01  ANON-CAN-POS-ANTES       PIC 9(04) COMP VALUE ZERO.
047400 01  ANON-CAN-TOTAL-REG       PIC 9(07) COMP VALUE ZERO.
047500
047600******************************************************************
047700*    TABLA DE MESES YA CERRADOS POR EMPCIERRE, OBTENIDA DEL
047800*    RESUMEN ACUMULADO EMPRESUM (SIN REPETIDOS), IGUAL QUE EN
047900*    EMPDOSIE: SUS ARCHIVOS EMPHIST_AAAAMM SE TRATAN COMO EL
048000*    HISTORIAL VIVO.
048100******************************************************************
048200 01  TABLA-MESES.
048300     05 TABLA-MESES-TOTAL     PIC 9(03) COMP VALUE ZERO.
048400     05 TABLA-MESES-ENTRADA   OCCURS 120 TIMES
048500                              INDEXED BY TABLA-MESES-IDX.
048600        10 TABLA-MESES-MES    PIC 9(06).
048700
048800 01  ANON-MES-ACTUAL          PIC 9(06) VALUE ZERO.
048900
049000******************************************************************
049100*    VISTA DE TRABAJO DE UN REGISTRO DEL MAESTRO O DE UNA IMAGEN
049200*    DEL HISTORIAL: SOLO SE TOCAN NOMBRE Y APELLIDOS.
049300******************************************************************
049400 01  ANON-IMAGEN.
049500     05 ANON-IMG-ID           PIC X(05).
049600     05 ANON-IMG-ID-NUM       REDEFINES ANON-IMG-ID PIC 9(05).
049700     05 ANON-IMG-NOMBRE       PIC X(20).
049800     05 ANON-IMG-APELLIDO1    PIC X(20).
049900     05 ANON-IMG-APELLIDO2    PIC X(20).
050000     05 ANON-IMG-DEPTO        PIC X(03).
050100     05 ANON-IMG-FECHA-ALTA   PIC 9(08).
050200     05 ANON-IMG-SALARIO      PIC 9(07)V99.
050300     05 ANON-IMG-ESTADO       PIC X(01).
050400     05 ANON-IMG-FECHA-BAJA   PIC 9(08).
050500     05 ANON-IMG-MOTIVO-BAJA  PIC X(03).
050600
050700******************************************************************
050800*    FICHERO EN CURSO: FUENTE A LA QUE PERTENECE (PARA LOS
050900*    CONTADORES DE CADA CANDIDATO), REGISTROS LEIDOS Y
051000*    ANONIMIZADOS, Y RESULTADO PARA EL CERTIFICADO.
051100******************************************************************
051200 01  ANON-TIPO-FICHERO        PIC X(01) VALUE SPACE.
051300     88 ANON-ES-MAESTRO              VALUE "M".
051400     88 ANON-ES-EXEMPLEADOS          VALUE "X".
051500     88 ANON-ES-HISTORIAL            VALUE "H".
051600     88 ANON-ES-COPIA                VALUE "C".
051700 01  ANON-FICH-LEIDOS         PIC 9(07) COMP VALUE ZERO.
051800 01  ANON-FICH-ANONIMIZADOS   PIC 9(07) COMP VALUE ZERO.
051900 01  ANON-FICH-RESULTADO      PIC X(30) VALUE SPACES.
052000
052100 01  ANON-CONTADORES.
052200     05 ANON-CANDIDATOS       PIC 9(05) COMP VALUE ZERO.
052300     05 ANON-ELEGIBLES        PIC 9(05) COMP VALUE ZERO.
052400     05 ANON-EXCL-REINGRESO   PIC 9(05) COMP VALUE ZERO.
052500     05 ANON-EXCL-PENDIENTE   PIC 9(05) COMP VALUE ZERO.
052600     05 ANON-ANONIMIZADOS     PIC 9(05) COMP VALUE ZERO.
052700     05 ANON-YA-ANONIMIZADOS  PIC 9(05) COMP VALUE ZERO.
052800     05 ANON-FICH-TRATADOS    PIC 9(05) COMP VALUE ZERO.
052900     05 ANON-FICH-MODIFICADOS PIC 9(05) COMP VALUE ZERO.
053000     05 ANON-FICH-ERRORES     PIC 9(05) COMP VALUE ZERO.
053100     05 ANON-COPIAS-HALLADAS  PIC 9(05) COMP VALUE ZERO.
053200     05 ANON-REG-ANONIMIZADOS PIC 9(09) COMP VALUE ZERO.
053300
053400 01  ANON-SWITCHES.
053500     05 ANON-FIN-FICHERO-SW   PIC X(01) VALUE "N".
053600        88 ANON-FIN-FICHERO          VALUE "S".
053700     05 ANON-FIN-OPER-SW      PIC X(01) VALUE "N".
053800        88 ANON-FIN-OPER             VALUE "S".
053900     05 ANON-OPER-HALLADO-SW  PIC X(01) VALUE "N".
054000        88 ANON-OPER-HALLADO         VALUE "S".
054100     05 ANON-CAN-LLENA-SW     PIC X(01) VALUE "N".
054200        88 ANON-CAN-LLENA            VALUE "S".
054300     05 ANON-MES-HALLADO-SW   PIC X(01) VALUE "N".
054400        88 ANON-MES-HALLADO          VALUE "S".
054500     05 ANON-MESES-LLENOS-SW  PIC X(01) VALUE "N".
054600        88 ANON-MESES-LLENOS         VALUE "S".
054700     05 ANON-IMAGEN-CAMBIADA-SW PIC X(01) VALUE "N".
054800        88 ANON-IMAGEN-CAMBIADA      VALUE "S".
054900     05 ANON-REG-CAMBIADO-SW  PIC X(01) VALUE "N".
055000        88 ANON-REG-CAMBIADO         VALUE "S".
055100     05 ANON-ERROR-FICHERO-SW PIC X(01) VALUE "N".
055200        88 ANON-ERROR-FICHERO        VALUE "S".
055300     05 ANON-HAY-LINEAS-SW    PIC X(01) VALUE "N".
055400        88 ANON-HAY-LINEAS           VALUE "S".
055500     05 ANON-DIARIO-ABIERTO-SW PIC X(01) VALUE "N".
055600        88 ANON-DIARIO-ABIERTO       VALUE "S".
055700
055800 PROCEDURE DIVISION.
055900******************************************************************
056000*    0000-MAINLINE
056100*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA: SELECCION DE
056200*    CANDIDATOS, EXCLUSIONES, TRATAMIENTO DE LOS FICHEROS Y
056300*    CERTIFICADO.
056400******************************************************************
056500 0000-MAINLINE.
056600     PERFORM 1000-INICIALIZAR
056700         THRU 1000-EXIT.
056800
056900     PERFORM 2000-CARGAR-MAESTRO
057000         THRU 2000-EXIT.
057100
057200     PERFORM 2200-CARGAR-EXEMPLEADOS
057300         THRU 2200-EXIT.
057400
057500     IF ANON-CAN-LLENA
057600         DISPLAY "Demasiados ex-empleados para la tabla de "
057700             "candidatos: NO se anonimiza nada."
057800         PERFORM 9900-ABORTAR THRU 9900-EXIT
057900     END-IF.
058000
058100     PERFORM 2500-REVISAR-PENDIENTES
058200         THRU 2500-EXIT.
058300
058400     PERFORM 2600-CARGAR-MESES-CERRADOS
058500         THRU 2600-EXIT.
058600
058700     PERFORM 2700-REVISAR-REINGRESOS
058800         THRU 2700-EXIT.
058900
059000     PERFORM 2900-PREPARAR-ELEGIBLES
059100         THRU 2900-EXIT.
059200
059300     MOVE "FICHEROS TRATADOS" TO LS-TITULO.
059400     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
059500     MOVE LIN-TITULO-FICHEROS TO ANON-LINEA-SALIDA.
059600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
059700     IF ANON-ELEGIBLES > ZERO
059800         PERFORM 3000-TRATAR-FICHEROS
059900             THRU 3000-EXIT
060000     END-IF.
060100     PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT.
060200
060300     PERFORM 4000-LISTAR-ANONIMIZADOS
060400         THRU 4000-EXIT.
060500
060600     PERFORM 4500-LISTAR-EXCLUIDOS
060700         THRU 4500-EXIT.
060800
060900     PERFORM 6000-ESCRIBIR-RESUMEN
061000         THRU 6000-EXIT.
061100
061200     PERFORM 9000-FINALIZAR
061300         THRU 9000-EXIT.
061400
061500     STOP RUN.
061600
061700 0000-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100*    1000-INICIALIZAR
062200*    LEE LOS PARAMETROS (PLAZO Y MODO), VALIDA AL OPERADOR EN MODO
062300*    REAL, CALCULA LA FECHA LIMITE Y ABRE EL INFORME.
062400******************************************************************
062500 1000-INICIALIZAR.
062600     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
062700     ACCEPT ANON-HORA-SISTEMA FROM TIME.
062800
062900     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
063000     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
063100         INTO WS-PARM-ANOS WS-PARM-MODO WS-PARM-OPERADOR.
063200
063300     IF WS-PARM-ANOS (2:1) = SPACE
063400         MOVE WS-PARM-ANOS (1:1) TO WS-PARM-ANOS (2:1)
063500         MOVE "0" TO WS-PARM-ANOS (1:1)
063600     END-IF.
063700     IF WS-PARM-ANOS IS NOT NUMERIC OR WS-PARM-ANOS = ZERO
063800         DISPLAY "Indique el plazo de conservacion en anos como "
063900             "primer parametro (1 a 99)."
064000         MOVE 16 TO RETURN-CODE
064100         STOP RUN
064200     END-IF.
064300     MOVE WS-PARM-ANOS TO ANON-ANOS-RETENCION.
064400
064500     IF WS-PARM-MODO = "REAL"
064600         SET MODO-REAL TO TRUE
064700         MOVE "MODO REAL   " TO LC1-MODO
064800         MOVE WS-PARM-OPERADOR TO ANON-OPERADOR
064900         IF ANON-OPERADOR = SPACES
065000             MOVE "PURGA" TO ANON-OPERADOR
065100         END-IF
065200         PERFORM 1050-VALIDAR-OPERADOR
065300             THRU 1050-EXIT
065400     ELSE
065500         SET MODO-SIMULACION TO TRUE
065600         MOVE "SIMULACION  " TO LC1-MODO
065700         MOVE WS-PARM-OPERADOR TO ANON-OPERADOR
065800     END-IF.
065900
066000     MOVE WS-FECHA-SISTEMA TO ANON-FECHA-LIMITE.
066100     SUBTRACT ANON-ANOS-RETENCION FROM ANON-LIMITE-AAAA.
066200     IF ANON-LIMITE-MM = 02 AND ANON-LIMITE-DD = 29
066300         MOVE ANON-LIMITE-MM   TO ANON-MES-CALCULO
066400         MOVE ANON-LIMITE-AAAA TO ANON-AAAA-CALCULO
066500         PERFORM 7400-DIAS-DEL-MES THRU 7400-EXIT
066600         MOVE ANON-DIAS-MES TO ANON-LIMITE-DD
066700     END-IF.
066800
066900     MOVE WS-FECHA-SISTEMA TO LC1-FECHA.
067000     MOVE ANON-ANOS-RETENCION TO LC2-ANOS.
067100     MOVE ANON-FECHA-LIMITE TO LC2-LIMITE.
067200     MOVE ANON-OPERADOR TO LC2-OPERADOR.
067300     MOVE ANON-HORA-HH TO LC2-HORA-HH.
067400     MOVE ANON-HORA-MM TO LC2-HORA-MM.
067500     MOVE ANON-HORA-SS TO LC2-HORA-SS.
067600
067700     OPEN OUTPUT ANONIMIZACION-LISTADO.
067800     IF FS-STATUS-LISTADO NOT = "00"
067900         DISPLAY "Error al abrir el informe. STATUS: "
068000             FS-STATUS-LISTADO
068100         MOVE 16 TO RETURN-CODE
068200         STOP RUN
068300     END-IF.
068400
068500     DISPLAY "Plazo de conservacion: " ANON-ANOS-RETENCION
068600         " anos; bajas anteriores a " ANON-FECHA-LIMITE ".".
068700
068800 1000-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200*    1050-VALIDAR-OPERADOR
069300*    BUSCA EL IDENTIFICADOR DEL PARAMETRO EN EL MAESTRO DE
069400*    OPERADORES. ANONIMIZAR BORRA DATOS PERSONALES SIN VUELTA
069500*    ATRAS, POR LO QUE SOLO LO PUEDE APLICAR UN ADMINISTRADOR
069600*    ACTIVO, IGUAL QUE LA PURGA DE COPIAS DE EMPRESTA; EN
069700*    CUALQUIER OTRO CASO EL PROGRAMA TERMINA SIN HABER ABIERTO
069800*    NINGUN FICHERO, CON RETURN-CODE 16.
069900******************************************************************
070000 1050-VALIDAR-OPERADOR.
070100     MOVE "N" TO ANON-OPER-HALLADO-SW.
070200     MOVE "N" TO ANON-FIN-OPER-SW.
070300     MOVE SPACE TO ANON-OPER-ROL.
070400     MOVE SPACE TO ANON-OPER-ESTADO.
070500
070600     OPEN INPUT OPERADORES-ARCHIVO.
070700     IF FS-STATUS-OPER = "00"
070800         PERFORM 1060-LEER-UN-OPERADOR
070900             THRU 1060-EXIT
071000             UNTIL ANON-FIN-OPER OR ANON-OPER-HALLADO
071100         CLOSE OPERADORES-ARCHIVO
071200     END-IF.
071300
071400     IF NOT ANON-OPER-HALLADO
071500         DISPLAY "OPERADOR " ANON-OPERADOR
071600             " NO REGISTRADO: ACCESO DENEGADO."
071700         MOVE 16 TO RETURN-CODE
071800         STOP RUN
071900     END-IF.
072000     IF NOT ANON-OPER-ACTIVO
072100         DISPLAY "OPERADOR " ANON-OPERADOR
072200             " INACTIVO: ACCESO DENEGADO."
072300         MOVE 16 TO RETURN-CODE
072400         STOP RUN
072500     END-IF.
072600     IF NOT ANON-OPER-ES-ADMIN
072700         DISPLAY "SOLO UN ADMINISTRADOR PUEDE ANONIMIZAR: "
072800             "ACCESO DENEGADO."
072900         MOVE 16 TO RETURN-CODE
073000         STOP RUN
073100     END-IF.
073200
073300 1050-EXIT.
073400     EXIT.
073500
073600 1060-LEER-UN-OPERADOR.
073700     READ OPERADORES-ARCHIVO
073800         AT END
073900             MOVE "S" TO ANON-FIN-OPER-SW
074000         NOT AT END
074100             IF OPERADORES-ID = ANON-OPERADOR
074200                 MOVE "S" TO ANON-OPER-HALLADO-SW
074300                 MOVE OPERADORES-ROL    TO ANON-OPER-ROL
074400                 MOVE OPERADORES-ESTADO TO ANON-OPER-ESTADO
074500             END-IF
074600     END-READ.
074700
074800 1060-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200*    2000-CARGAR-MAESTRO
075300*    RECORRE empleados.csv ANOTANDO EL ESTADO DE CADA EMPLEADO EN
075400*    LA TABLA POR IDENTIFICADOR Y TOMANDO COMO CANDIDATOS A LOS DE
075500*    BAJA CON FECHA DE BAJA ANTERIOR A LA FECHA LIMITE. UN
075600*    REGISTRO SIN ESTADO ES UN EMPLEADO ACTIVO, COMO EN EMPMANT.
075700******************************************************************
075800 2000-CARGAR-MAESTRO.
075900     INITIALIZE TABLA-IDS.
076000
076100     OPEN INPUT EMPLEADOS-ARCHIVO.
076200     IF FS-STATUS NOT = "00"
076300         DISPLAY "No se ha podido abrir empleados.csv. STATUS: "
076400             FS-STATUS
076500         PERFORM 9900-ABORTAR THRU 9900-EXIT
076600     END-IF.
076700
076800     MOVE "N" TO ANON-FIN-FICHERO-SW.
076900     PERFORM 2100-LEER-UN-EMPLEADO
077000         THRU 2100-EXIT
077100         UNTIL ANON-FIN-FICHERO.
077200     CLOSE EMPLEADOS-ARCHIVO.
077300
077400 2000-EXIT.
077500     EXIT.
077600
077700 2100-LEER-UN-EMPLEADO.
077800     READ EMPLEADOS-ARCHIVO
077900         AT END
078000             MOVE "S" TO ANON-FIN-FICHERO-SW
078100             GO TO 2100-EXIT
078200     END-READ.
078300     IF EMPLEADOS-ID IS NOT NUMERIC OR EMPLEADOS-ID = ZERO
078400         GO TO 2100-EXIT
078500     END-IF.
078600
078700     IF NOT EMPLEADOS-EN-BAJA
078800         MOVE "A" TO TABLA-IDS-MAESTRO(EMPLEADOS-ID)
078900         GO TO 2100-EXIT
079000     END-IF.
079100     MOVE "B" TO TABLA-IDS-MAESTRO(EMPLEADOS-ID).
079200
079300     IF EMPLEADOS-FECHA-BAJA IS NOT NUMERIC
079400         OR EMPLEADOS-FECHA-BAJA = ZERO
079500         OR EMPLEADOS-FECHA-BAJA NOT < ANON-FECHA-LIMITE
079600         GO TO 2100-EXIT
079700     END-IF.
079800
079900     MOVE EMPLEADOS-ID         TO ANON-CAN-ID.
080000     MOVE EMPLEADOS-FECHA-BAJA TO ANON-CAN-FECHA-BAJA.
080100     MOVE EMPLEADOS-FECHA-ALTA TO ANON-CAN-FECHA-ALTA.
080200     MOVE "M" TO ANON-CAN-ORIGEN.
080300     MOVE "E" TO ANON-CAN-ESTADO.
080400     PERFORM 2150-ANOTAR-CANDIDATO THRU 2150-EXIT.
080500
080600 2100-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000*    2150-ANOTAR-CANDIDATO
081100*    AÑADE A LA TABLA DE CANDIDATOS EL EX-EMPLEADO PREPARADO EN
081200*    LOS CAMPOS ANON-CAN-*. SI YA ESTABA (VARIAS BAJAS EN
081300*    exempleados.csv), SE QUEDA LA BAJA MAS RECIENTE, Y UNA BAJA
081400*    AUN DENTRO DEL PLAZO LO DEJA RETENIDO.
081500******************************************************************
081600 2150-ANOTAR-CANDIDATO.
081700     MOVE TABLA-IDS-CANDIDATO(ANON-CAN-ID) TO ANON-CAN-POSICION.
081800     IF ANON-CAN-POSICION > ZERO
081900         IF ANON-CAN-FECHA-BAJA
082000             > TABLA-CAN-FECHA-BAJA(ANON-CAN-POSICION)
082100             MOVE ANON-CAN-FECHA-BAJA
082200                 TO TABLA-CAN-FECHA-BAJA(ANON-CAN-POSICION)
082300         END-IF
082400         IF ANON-CAN-ESTADO = "D"
082500             MOVE "D" TO TABLA-CAN-ESTADO(ANON-CAN-POSICION)
082600         END-IF
082700         GO TO 2150-EXIT
082800     END-IF.
082900
083000     IF TABLA-CAN-TOTAL NOT < 5000
083100         MOVE "S" TO ANON-CAN-LLENA-SW
083200         GO TO 2150-EXIT
083300     END-IF.
083400
083500     ADD 1 TO TABLA-CAN-TOTAL.
083600     MOVE TABLA-CAN-TOTAL TO ANON-CAN-POSICION.
083700     MOVE ANON-CAN-POSICION
083800         TO TABLA-IDS-CANDIDATO(ANON-CAN-ID).
083900     MOVE ANON-CAN-ID
084000         TO TABLA-CAN-ID(ANON-CAN-POSICION).
084100     MOVE ANON-CAN-FECHA-BAJA
084200         TO TABLA-CAN-FECHA-BAJA(ANON-CAN-POSICION).
084300     MOVE ANON-CAN-FECHA-ALTA
084400         TO TABLA-CAN-FECHA-ALTA(ANON-CAN-POSICION).
084500     MOVE ANON-CAN-ORIGEN
084600         TO TABLA-CAN-ORIGEN(ANON-CAN-POSICION).
084700     MOVE ANON-CAN-ESTADO
084800         TO TABLA-CAN-ESTADO(ANON-CAN-POSICION).
084900     MOVE SPACES TO TABLA-CAN-MOTIVO(ANON-CAN-POSICION).
085000     MOVE ZERO TO TABLA-CAN-MAESTRO(ANON-CAN-POSICION).
085100     MOVE ZERO TO TABLA-CAN-EXEMPLEADOS(ANON-CAN-POSICION).
085200     MOVE ZERO TO TABLA-CAN-HISTORIAL(ANON-CAN-POSICION).
085300     MOVE ZERO TO TABLA-CAN-COPIAS(ANON-CAN-POSICION).
085400
085500 2150-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900*    2200-CARGAR-EXEMPLEADOS
086000*    AÑADE COMO CANDIDATOS A LOS EX-EMPLEADOS QUE SOLO QUEDAN EN
086100*    exempleados.csv (LOS QUE SIGUEN EN EL MAESTRO LOS DECIDE EL
086200*    MAESTRO). SI NO HAY exempleados.csv, NO HAY NADA QUE AÑADIR.
086300******************************************************************
086400 2200-CARGAR-EXEMPLEADOS.
086500     OPEN INPUT EXEMPLEADOS-ARCHIVO.
086600     IF FS-STATUS-EXEMP = "35"
086700         GO TO 2200-EXIT
086800     END-IF.
086900     IF FS-STATUS-EXEMP NOT = "00"
087000         DISPLAY "AVISO: no se pudo leer exempleados.csv. "
087100             "STATUS: " FS-STATUS-EXEMP
087200         GO TO 2200-EXIT
087300     END-IF.
087400
087500     MOVE "N" TO ANON-FIN-FICHERO-SW.
087600     PERFORM 2210-LEER-UN-EXEMPLEADO
087700         THRU 2210-EXIT
087800         UNTIL ANON-FIN-FICHERO.
087900     CLOSE EXEMPLEADOS-ARCHIVO.
088000
088100 2200-EXIT.
088200     EXIT.
088300
088400 2210-LEER-UN-EXEMPLEADO.
088500     READ EXEMPLEADOS-ARCHIVO
088600         AT END
088700             MOVE "S" TO ANON-FIN-FICHERO-SW
088800             GO TO 2210-EXIT
088900     END-READ.
089000     MOVE EXEMP-REGISTRO TO ANON-IMAGEN.
089100     IF ANON-IMG-ID IS NOT NUMERIC OR ANON-IMG-ID-NUM = ZERO
089200         GO TO 2210-EXIT
089300     END-IF.
089400     IF TABLA-IDS-MAESTRO(ANON-IMG-ID-NUM) NOT = SPACE
089500         GO TO 2210-EXIT
089600     END-IF.
089700
089800     MOVE ANON-IMG-ID-NUM      TO ANON-CAN-ID.
089900     MOVE ANON-IMG-FECHA-ALTA  TO ANON-CAN-FECHA-ALTA.
090000     MOVE "X" TO ANON-CAN-ORIGEN.
090100     IF ANON-IMG-FECHA-BAJA IS NUMERIC
090200         AND ANON-IMG-FECHA-BAJA NOT = ZERO
090300         AND ANON-IMG-FECHA-BAJA < ANON-FECHA-LIMITE
090400         MOVE ANON-IMG-FECHA-BAJA TO ANON-CAN-FECHA-BAJA
090500         MOVE "E" TO ANON-CAN-ESTADO
090600     ELSE
090700         MOVE ZERO TO ANON-CAN-FECHA-BAJA
090800         IF ANON-IMG-FECHA-BAJA IS NUMERIC
090900             MOVE ANON-IMG-FECHA-BAJA TO ANON-CAN-FECHA-BAJA
091000         END-IF
091100         MOVE "D" TO ANON-CAN-ESTADO
091200     END-IF.
091300     PERFORM 2150-ANOTAR-CANDIDATO THRU 2150-EXIT.
091400
091500 2210-EXIT.
091600     EXIT.
091700
091800******************************************************************
091900*    2500-REVISAR-PENDIENTES
092000*    EXCLUYE A LOS CANDIDATOS CON ALGUN CAMBIO AUN PENDIENTE DE
092100*    APROBAR EN EMPPEND. SI EMPPEND EXISTE PERO NO SE PUEDE LEER,
092200*    NO HAY FORMA DE SABERLO Y NO SE ANONIMIZA NADA.
092300******************************************************************
092400 2500-REVISAR-PENDIENTES.
092500     OPEN INPUT CAMBIOS-PENDIENTES.
092600     IF FS-STATUS-PEND = "35"
092700         GO TO 2500-EXIT
092800     END-IF.
092900     IF FS-STATUS-PEND NOT = "00"
093000         DISPLAY "No se puede leer EMPPEND para comprobar los "
093100             "cambios pendientes. STATUS: " FS-STATUS-PEND
093200         PERFORM 9900-ABORTAR THRU 9900-EXIT
093300     END-IF.
093400
093500     MOVE "N" TO ANON-FIN-FICHERO-SW.
093600     PERFORM 2510-LEER-UN-PENDIENTE
093700         THRU 2510-EXIT
093800         UNTIL ANON-FIN-FICHERO.
093900     CLOSE CAMBIOS-PENDIENTES.
094000
094100 2500-EXIT.
094200     EXIT.
094300
094400 2510-LEER-UN-PENDIENTE.
094500     READ CAMBIOS-PENDIENTES
094600         AT END
094700             MOVE "S" TO ANON-FIN-FICHERO-SW
094800             GO TO 2510-EXIT
094900     END-READ.
095000     IF NOT PEND-PENDIENTE
095100         OR PEND-ID IS NOT NUMERIC OR PEND-ID = ZERO
095200         GO TO 2510-EXIT
095300     END-IF.
095400
095500     MOVE TABLA-IDS-CANDIDATO(PEND-ID) TO ANON-CAN-POSICION.
095600     IF ANON-CAN-POSICION = ZERO
095700         GO TO 2510-EXIT
095800     END-IF.
095900     IF TABLA-CAN-ELEGIBLE(ANON-CAN-POSICION)
096000         MOVE "X" TO TABLA-CAN-ESTADO(ANON-CAN-POSICION)
096100         MOVE "CAMBIO PENDIENTE EN EMPPEND"
096200             TO TABLA-CAN-MOTIVO(ANON-CAN-POSICION)
096300         ADD 1 TO ANON-EXCL-PENDIENTE
096400     END-IF.
096500
096600 2510-EXIT.
096700     EXIT.
096800
096900******************************************************************
097000*    2600-CARGAR-MESES-CERRADOS
097100*    LEE EL RESUMEN ACUMULADO EMPRESUM Y GUARDA, SIN REPETIDOS,
097200*    LOS MESES YA CERRADOS POR EMPCIERRE, CUYOS ARCHIVOS HAY QUE
097300*    TRATAR ADEMAS DE LOS FICHEROS VIVOS. SI EL RESUMEN NO EXISTE,
097400*    NUNCA SE HA CERRADO UN MES.
097500******************************************************************
097600 2600-CARGAR-MESES-CERRADOS.
097700     MOVE ZERO TO TABLA-MESES-TOTAL.
097800
097900     OPEN INPUT RESUMEN-MENSUAL.
098000     IF FS-STATUS-RESUM NOT = "00"
098100         GO TO 2600-EXIT
098200     END-IF.
098300
098400     MOVE "N" TO ANON-FIN-FICHERO-SW.
098500     PERFORM 2610-LEER-UN-RESUMEN
098600         THRU 2610-EXIT
098700         UNTIL ANON-FIN-FICHERO.
098800     CLOSE RESUMEN-MENSUAL.
098900
099000 2600-EXIT.
099100     EXIT.
099200
099300 2610-LEER-UN-RESUMEN.
099400     READ RESUMEN-MENSUAL
099500         AT END
099600             MOVE "S" TO ANON-FIN-FICHERO-SW
099700         NOT AT END
099800             MOVE RESUM-MES TO ANON-MES-ACTUAL
099900             PERFORM 2620-RECORDAR-MES THRU 2620-EXIT
100000     END-READ.
100100
100200 2610-EXIT.
100300     EXIT.
100400
100500 2620-RECORDAR-MES.
100600     MOVE "N" TO ANON-MES-HALLADO-SW.
100700     PERFORM 2630-COMPARAR-MES
100800         THRU 2630-EXIT
100900         VARYING TABLA-MESES-IDX FROM 1 BY 1
101000         UNTIL TABLA-MESES-IDX > TABLA-MESES-TOTAL
101100         OR ANON-MES-HALLADO.
101200
101300     IF NOT ANON-MES-HALLADO
101400         IF TABLA-MESES-TOTAL < 120
101500             ADD 1 TO TABLA-MESES-TOTAL
101600             MOVE ANON-MES-ACTUAL
101700                 TO TABLA-MESES-MES(TABLA-MESES-TOTAL)
101800         ELSE
101900             IF NOT ANON-MESES-LLENOS
102000                 DISPLAY "Demasiados meses cerrados para la "
102100                     "tabla: NO se anonimiza nada."
102200                 MOVE "S" TO ANON-MESES-LLENOS-SW
102300                 CLOSE RESUMEN-MENSUAL
102400                 PERFORM 9900-ABORTAR THRU 9900-EXIT
102500             END-IF
102600         END-IF
102700     END-IF.
102800
102900 2620-EXIT.
103000     EXIT.
103100
103200 2630-COMPARAR-MES.
103300     IF TABLA-MESES-MES(TABLA-MESES-IDX) = ANON-MES-ACTUAL
103400         MOVE "S" TO ANON-MES-HALLADO-SW
103500     END-IF.
103600
103700 2630-EXIT.
103800     EXIT.
103900
104000******************************************************************
104100*    2700-REVISAR-REINGRESOS
104200*    EXCLUYE A LOS CANDIDATOS CON UN REINGRESO (IMAGEN "R") EN EL
104300*    HISTORIAL VIVO O EN CUALQUIERA DE SUS ARCHIVOS MENSUALES.
104400******************************************************************
104500 2700-REVISAR-REINGRESOS.
104600     MOVE "EMPHIST" TO WS-NOMBRE-ARCH-HIST.
104700     PERFORM 2710-REVISAR-UN-HISTORIAL THRU 2710-EXIT.
104800
104900     PERFORM 2750-REVISAR-UN-ARCHIVO
105000         THRU 2750-EXIT
105100         VARYING TABLA-MESES-IDX FROM 1 BY 1
105200         UNTIL TABLA-MESES-IDX > TABLA-MESES-TOTAL.
105300
105400 2700-EXIT.
105500     EXIT.
105600
105700******************************************************************
105800*    2710-REVISAR-UN-HISTORIAL
105900*    RECORRE EL HISTORIAL NOMBRADO EN WS-NOMBRE-ARCH-HIST. SI
106000*    EXISTE PERO NO SE PUEDE LEER, UN REINGRESO PODRIA PASAR
106100*    INADVERTIDO Y NO SE ANONIMIZA NADA.
106200******************************************************************
106300 2710-REVISAR-UN-HISTORIAL.
106400     OPEN INPUT FICHERO-HISTORIAL.
106500     IF FS-STATUS-HIST = "35"
106600         GO TO 2710-EXIT
106700     END-IF.
106800     IF FS-STATUS-HIST NOT = "00"
106900         DISPLAY "No se puede leer " WS-NOMBRE-ARCH-HIST
107000             " para comprobar los reingresos. STATUS: "
107100             FS-STATUS-HIST
107200         PERFORM 9900-ABORTAR THRU 9900-EXIT
107300     END-IF.
107400
107500     MOVE "N" TO ANON-FIN-FICHERO-SW.
107600     PERFORM 2720-LEER-UNA-IMAGEN
107700         THRU 2720-EXIT
107800         UNTIL ANON-FIN-FICHERO.
107900     CLOSE FICHERO-HISTORIAL.
108000
108100 2710-EXIT.
108200     EXIT.
108300
108400 2720-LEER-UNA-IMAGEN.
108500     READ FICHERO-HISTORIAL
108600         AT END
108700             MOVE "S" TO ANON-FIN-FICHERO-SW
108800             GO TO 2720-EXIT
108900     END-READ.
109000     IF NOT HIST-OPER-REINGRESO
109100         GO TO 2720-EXIT
109200     END-IF.
109300     MOVE HIST-IMAGEN-DESPUES TO ANON-IMAGEN.
109400     IF ANON-IMG-ID IS NOT NUMERIC OR ANON-IMG-ID-NUM = ZERO
109500         GO TO 2720-EXIT
109600     END-IF.
109700
109800     MOVE TABLA-IDS-CANDIDATO(ANON-IMG-ID-NUM)
109900         TO ANON-CAN-POSICION.
110000     IF ANON-CAN-POSICION = ZERO
110100         GO TO 2720-EXIT
110200     END-IF.
110300     IF TABLA-CAN-ELEGIBLE(ANON-CAN-POSICION)
110400         MOVE "X" TO TABLA-CAN-ESTADO(ANON-CAN-POSICION)
110500         MOVE "REINGRESO EN EL HISTORIAL"
110600             TO TABLA-CAN-MOTIVO(ANON-CAN-POSICION)
110700         ADD 1 TO ANON-EXCL-REINGRESO
110800     END-IF.
110900
111000 2720-EXIT.
111100     EXIT.
111200
111300 2750-REVISAR-UN-ARCHIVO.
111400     MOVE SPACES TO WS-NOMBRE-ARCH-HIST.
111500     STRING "EMPHIST_"                        DELIMITED BY SIZE
111600            TABLA-MESES-MES(TABLA-MESES-IDX)  DELIMITED BY SIZE
111700         INTO WS-NOMBRE-ARCH-HIST.
111800     PERFORM 2710-REVISAR-UN-HISTORIAL THRU 2710-EXIT.
111900
112000 2750-EXIT.
112100     EXIT.
112200
112300******************************************************************
112400*    2900-PREPARAR-ELEGIBLES
112500*    CUENTA LOS CANDIDATOS CON EL PLAZO VENCIDO Y LOS QUE QUEDAN
112600*    ELEGIBLES, Y BUSCA EL ALTA MAS ANTIGUA DE ESTOS, HASTA LA QUE
112700*    SE SONDEAN LAS COPIAS FECHADAS. EN MODO REAL ABRE YA EL
112800*    DIARIO: SIN EL NO QUEDARIA CONSTANCIA DE LO ANONIMIZADO Y NO
112900*    SE TOCA NINGUN FICHERO.
113000******************************************************************
113100 2900-PREPARAR-ELEGIBLES.
113200     MOVE WS-FECHA-SISTEMA TO ANON-FECHA-DESDE.
113300     PERFORM 2910-EXAMINAR-CANDIDATO
113400         THRU 2910-EXIT
113500         VARYING TABLA-CAN-IDX FROM 1 BY 1
113600         UNTIL TABLA-CAN-IDX > TABLA-CAN-TOTAL.
113700     IF ANON-FECHA-DESDE < 19000101
113800         MOVE 19000101 TO ANON-FECHA-DESDE
113900     END-IF.
114000
114100     IF MODO-REAL AND ANON-ELEGIBLES > ZERO
114200         OPEN EXTEND ANONIMIZACION-DIARIO
114300         IF FS-STATUS-DIARIO = "35"
114400             OPEN OUTPUT ANONIMIZACION-DIARIO
114500         END-IF
114600         IF FS-STATUS-DIARIO NOT = "00"
114700             DISPLAY "Error fatal en el diario EMPANOLG. STATUS: "
114800                 FS-STATUS-DIARIO
114900             PERFORM 9900-ABORTAR THRU 9900-EXIT
115000         END-IF
115100         MOVE "S" TO ANON-DIARIO-ABIERTO-SW
115200     END-IF.
115300
115400 2900-EXIT.
115500     EXIT.
115600
115700 2910-EXAMINAR-CANDIDATO.
115800     IF TABLA-CAN-RETENIDO(TABLA-CAN-IDX)
115900         GO TO 2910-EXIT
116000     END-IF.
116100     ADD 1 TO ANON-CANDIDATOS.
116200     IF NOT TABLA-CAN-ELEGIBLE(TABLA-CAN-IDX)
116300         GO TO 2910-EXIT
116400     END-IF.
116500
116600     ADD 1 TO ANON-ELEGIBLES.
116700     IF TABLA-CAN-FECHA-ALTA(TABLA-CAN-IDX) IS NUMERIC
116800         AND TABLA-CAN-FECHA-ALTA(TABLA-CAN-IDX) NOT = ZERO
116900         AND TABLA-CAN-FECHA-ALTA(TABLA-CAN-IDX)
117000             < ANON-FECHA-DESDE
117100         MOVE TABLA-CAN-FECHA-ALTA(TABLA-CAN-IDX)
117200             TO ANON-FECHA-DESDE
117300     END-IF.
117400
117500 2910-EXIT.
117600     EXIT.
117700
117800******************************************************************
117900*    3000-TRATAR-FICHEROS
118000*    ANONIMIZA A LOS ELEGIBLES EN CADA FICHERO QUE GUARDA SU
118100*    NOMBRE: EL MAESTRO, exempleados.csv, EL HISTORIAL Y SUS
118200*    ARCHIVOS, Y LAS COPIAS FECHADAS. EMPLOG Y SUS ARCHIVOS SOLO
118300*    FIGURAN EN EL CERTIFICADO PARA DEJAR CONSTANCIA DE QUE NO
118400*    GUARDAN NOMBRES.
118500******************************************************************
118600 3000-TRATAR-FICHEROS.
118700     MOVE "g:\Usuarios\empleados.csv" TO WS-NOMBRE-RESPALDO.
118800     MOVE "empleados.csv" TO ANON-NOMBRE-INFORME.
118900     MOVE "M" TO ANON-TIPO-FICHERO.
119000     PERFORM 3100-TRATAR-FICHERO-EMP THRU 3100-EXIT.
119100
119200     MOVE "g:\Usuarios\exempleados.csv" TO WS-NOMBRE-RESPALDO.
119300     MOVE "exempleados.csv" TO ANON-NOMBRE-INFORME.
119400     MOVE "X" TO ANON-TIPO-FICHERO.
119500     PERFORM 3100-TRATAR-FICHERO-EMP THRU 3100-EXIT.
119600
119700     MOVE "H" TO ANON-TIPO-FICHERO.
119800     MOVE "EMPHIST" TO WS-NOMBRE-ARCH-HIST.
119900     PERFORM 3500-TRATAR-HISTORIAL THRU 3500-EXIT.
120000     PERFORM 3590-TRATAR-UN-ARCHIVO
120100         THRU 3590-EXIT
120200         VARYING TABLA-MESES-IDX FROM 1 BY 1
120300         UNTIL TABLA-MESES-IDX > TABLA-MESES-TOTAL.
120400
120500     MOVE "C" TO ANON-TIPO-FICHERO.
120600     MOVE WS-FECHA-SISTEMA TO ANON-FECHA-SONDEO.
120700     PERFORM 3800-SONDEAR-UN-DIA
120800         THRU 3800-EXIT
120900         UNTIL ANON-FECHA-SONDEO < ANON-FECHA-DESDE.
121000
121100     MOVE SPACES TO LIN-FICHERO.
121200     MOVE "EMPLOG Y EMPLOG_AAAAMM" TO LF-NOMBRE.
121300     MOVE ZERO TO LF-LEIDOS.
121400     MOVE ZERO TO LF-ANONIMIZADOS.
121500     MOVE "SIN NOMBRES: NADA QUE TRATAR" TO LF-RESULTADO.
121600     MOVE LIN-FICHERO TO ANON-LINEA-SALIDA.
121700     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
121800     MOVE "S" TO ANON-HAY-LINEAS-SW.
121900
122000 3000-EXIT.
122100     EXIT.
122200
122300******************************************************************
122400*    3100-TRATAR-FICHERO-EMP
122500*    ANONIMIZA EL FICHERO CON REGISTROS DEL MAESTRO NOMBRADO EN
122600*    WS-NOMBRE-RESPALDO. EN MODO REAL CADA REGISTRO SE COPIA, YA
122700*    ANONIMIZADO, A EMPANOTR, Y SOLO SI HA CAMBIADO ALGUNO SE
122800*    VUELCA EMPANOTR SOBRE EL ORIGINAL. EN SIMULACION SOLO SE
122900*    CUENTA LO QUE CAMBIARIA.
123000******************************************************************
123100 3100-TRATAR-FICHERO-EMP.
123200     MOVE ZERO TO ANON-FICH-LEIDOS.
123300     MOVE ZERO TO ANON-FICH-ANONIMIZADOS.
123400     MOVE "N" TO ANON-ERROR-FICHERO-SW.
123500
123600     OPEN INPUT FICHERO-EMPLEADOS.
123700     IF FS-STATUS-FICHERO = "35"
123800         MOVE "NO EXISTE" TO ANON-FICH-RESULTADO
123900         PERFORM 3190-ANOTAR-FICHERO THRU 3190-EXIT
124000         GO TO 3100-EXIT
124100     END-IF.
124200     IF FS-STATUS-FICHERO NOT = "00"
124300         MOVE SPACES TO ANON-FICH-RESULTADO
124400         STRING "ERROR AL ABRIR. STATUS: " DELIMITED BY SIZE
124500                FS-STATUS-FICHERO          DELIMITED BY SIZE
124600             INTO ANON-FICH-RESULTADO
124700         MOVE "S" TO ANON-ERROR-FICHERO-SW
124800         PERFORM 3190-ANOTAR-FICHERO THRU 3190-EXIT
124900         GO TO 3100-EXIT
125000     END-IF.
125100
125200     IF MODO-REAL
125300         OPEN OUTPUT TRABAJO-EMPLEADOS
125400         IF FS-STATUS-TRABAJO NOT = "00"
125500             CLOSE FICHERO-EMPLEADOS
125600             MOVE SPACES TO ANON-FICH-RESULTADO
125700             STRING "ERROR EMPANOTR. STATUS: " DELIMITED BY SIZE
125800                    FS-STATUS-TRABAJO          DELIMITED BY SIZE
125900                 INTO ANON-FICH-RESULTADO
126000             MOVE "S" TO ANON-ERROR-FICHERO-SW
126100             PERFORM 3190-ANOTAR-FICHERO THRU 3190-EXIT
126200             GO TO 3100-EXIT
126300         END-IF
126400     END-IF.
126500
126600     MOVE "N" TO ANON-FIN-FICHERO-SW.
126700     PERFORM 3110-ANONIMIZAR-UN-REGISTRO
126800         THRU 3110-EXIT
126900         UNTIL ANON-FIN-FICHERO.
127000     CLOSE FICHERO-EMPLEADOS.
127100
127200     IF MODO-REAL
127300         CLOSE TRABAJO-EMPLEADOS
127400         IF NOT ANON-ERROR-FICHERO
127500             AND ANON-FICH-ANONIMIZADOS > ZERO
127600             PERFORM 3150-DEVOLVER-FICHERO-EMP THRU 3150-EXIT
127700         END-IF
127800     END-IF.
127900
128000     PERFORM 3190-ANOTAR-FICHERO THRU 3190-EXIT.
128100
128200 3100-EXIT.
128300     EXIT.
128400
128500 3110-ANONIMIZAR-UN-REGISTRO.
128600     READ FICHERO-EMPLEADOS
128700         AT END
128800             MOVE "S" TO ANON-FIN-FICHERO-SW
128900             GO TO 3110-EXIT
129000     END-READ.
129100     ADD 1 TO ANON-FICH-LEIDOS.
129200
129300     MOVE FICH-REGISTRO TO ANON-IMAGEN.
129400     PERFORM 3700-ANONIMIZAR-IMAGEN THRU 3700-EXIT.
129500     IF ANON-IMAGEN-CAMBIADA
129600         ADD 1 TO ANON-FICH-ANONIMIZADOS
129700         PERFORM 3750-SUMAR-AL-CANDIDATO THRU 3750-EXIT
129800     END-IF.
129900
130000     IF MODO-REAL
130100         WRITE TRAB-REGISTRO FROM ANON-IMAGEN
130200         IF FS-STATUS-TRABAJO NOT = "00"
130300             MOVE SPACES TO ANON-FICH-RESULTADO
130400             STRING "ERROR EMPANOTR. STATUS: " DELIMITED BY SIZE
130500                    FS-STATUS-TRABAJO          DELIMITED BY SIZE
130600                 INTO ANON-FICH-RESULTADO
130700             MOVE "S" TO ANON-ERROR-FICHERO-SW
130800             MOVE "S" TO ANON-FIN-FICHERO-SW
130900         END-IF
131000     END-IF.
131100
131200 3110-EXIT.
131300     EXIT.
131400
131500******************************************************************
131600*    3150-DEVOLVER-FICHERO-EMP
131700*    VUELCA EMPANOTR SOBRE EL FICHERO ORIGINAL. SI LA COPIA FALLA
131800*    A MEDIAS, EL ORIGINAL QUEDA INCOMPLETO: EL PROGRAMA SE
131900*    DETIENE AVISANDO DE QUE EL CONTENIDO BUENO ESTA EN EMPANOTR.
132000******************************************************************
132100 3150-DEVOLVER-FICHERO-EMP.
132200     OPEN INPUT TRABAJO-EMPLEADOS.
132300     IF FS-STATUS-TRABAJO NOT = "00"
132400         MOVE SPACES TO ANON-FICH-RESULTADO
132500         STRING "ERROR EMPANOTR. STATUS: " DELIMITED BY SIZE
132600                FS-STATUS-TRABAJO          DELIMITED BY SIZE
132700             INTO ANON-FICH-RESULTADO
132800         MOVE "S" TO ANON-ERROR-FICHERO-SW
132900         GO TO 3150-EXIT
133000     END-IF.
133100     OPEN OUTPUT FICHERO-EMPLEADOS.
133200     IF FS-STATUS-FICHERO NOT = "00"
133300         CLOSE TRABAJO-EMPLEADOS
133400         MOVE SPACES TO ANON-FICH-RESULTADO
133500         STRING "ERROR AL REESCRIBIR. STATUS: " DELIMITED BY SIZE
133600                FS-STATUS-FICHERO               DELIMITED BY SIZE
133700             INTO ANON-FICH-RESULTADO
133800         MOVE "S" TO ANON-ERROR-FICHERO-SW
133900         GO TO 3150-EXIT
134000     END-IF.
134100
134200     MOVE "N" TO ANON-FIN-FICHERO-SW.
134300     PERFORM 3160-DEVOLVER-UN-REGISTRO
134400         THRU 3160-EXIT
134500         UNTIL ANON-FIN-FICHERO.
134600     CLOSE TRABAJO-EMPLEADOS.
134700     CLOSE FICHERO-EMPLEADOS.
134800     ADD 1 TO ANON-FICH-MODIFICADOS.
134900
135000 3150-EXIT.
135100     EXIT.
135200
135300 3160-DEVOLVER-UN-REGISTRO.
135400     READ TRABAJO-EMPLEADOS
135500         AT END
135600             MOVE "S" TO ANON-FIN-FICHERO-SW
135700             GO TO 3160-EXIT
135800     END-READ.
135900     WRITE FICH-REGISTRO FROM TRAB-REGISTRO.
136000     IF FS-STATUS-FICHERO NOT = "00"
136100         DISPLAY "Error al reescribir " WS-NOMBRE-RESPALDO
136200             ". STATUS: " FS-STATUS-FICHERO
136300         DISPLAY "El contenido correcto queda en EMPANOTR."
136400         CLOSE TRABAJO-EMPLEADOS
136500         CLOSE FICHERO-EMPLEADOS
136600         PERFORM 9900-ABORTAR THRU 9900-EXIT
136700     END-IF.
136800
136900 3160-EXIT.
137000     EXIT.
137100
137200******************************************************************
137300*    3190-ANOTAR-FICHERO
137400*    ESCRIBE EN EL CERTIFICADO LA LINEA DEL FICHERO TRATADO, CON
137500*    SUS REGISTROS LEIDOS Y ANONIMIZADOS, Y ACUMULA LOS TOTALES.
137600*    UN FICHERO QUE NO SE PUDO TRATAR DEJA RETURN-CODE 4.
137700******************************************************************
137800 3190-ANOTAR-FICHERO.
137900     EVALUATE TRUE
138000         WHEN ANON-ERROR-FICHERO
138100             ADD 1 TO ANON-FICH-ERRORES
138200             DISPLAY "AVISO: " ANON-NOMBRE-INFORME " "
138300                 ANON-FICH-RESULTADO
138400         WHEN ANON-FICH-RESULTADO = "NO EXISTE"
138500             CONTINUE
138600         WHEN ANON-FICH-ANONIMIZADOS = ZERO
138700             ADD 1 TO ANON-FICH-TRATADOS
138800             MOVE "SIN CAMBIOS" TO ANON-FICH-RESULTADO
138900         WHEN MODO-SIMULACION
139000             ADD 1 TO ANON-FICH-TRATADOS
139100             ADD ANON-FICH-ANONIMIZADOS TO ANON-REG-ANONIMIZADOS
139200             MOVE "SE ANONIMIZARIA" TO ANON-FICH-RESULTADO
139300         WHEN OTHER
139400             ADD 1 TO ANON-FICH-TRATADOS
139500             ADD ANON-FICH-ANONIMIZADOS TO ANON-REG-ANONIMIZADOS
139600             MOVE "ANONIMIZADO" TO ANON-FICH-RESULTADO
139700     END-EVALUATE.
139800
139900     MOVE SPACES TO LIN-FICHERO.
140000     MOVE ANON-NOMBRE-INFORME    TO LF-NOMBRE.
140100     MOVE ANON-FICH-LEIDOS       TO LF-LEIDOS.
140200     MOVE ANON-FICH-ANONIMIZADOS TO LF-ANONIMIZADOS.
140300     MOVE ANON-FICH-RESULTADO    TO LF-RESULTADO.
140400     MOVE LIN-FICHERO TO ANON-LINEA-SALIDA.
140500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
140600     MOVE "S" TO ANON-HAY-LINEAS-SW.
140700     MOVE SPACES TO ANON-FICH-RESULTADO.
140800
140900 3190-EXIT.
141000     EXIT.
141100
141200******************************************************************
141300*    3500-TRATAR-HISTORIAL
141400*    IGUAL QUE 3100-TRATAR-FICHERO-EMP, PARA EL HISTORIAL O EL
141500*    ARCHIVO MENSUAL NOMBRADO EN WS-NOMBRE-ARCH-HIST: EN CADA
141600*    REGISTRO SE ANONIMIZAN LAS IMAGENES ANTES Y DESPUES. EL
141700*    FICHERO DE TRABAJO ES EMPANOTH.
141800******************************************************************
141900 3500-TRATAR-HISTORIAL.
142000     MOVE WS-NOMBRE-ARCH-HIST TO ANON-NOMBRE-INFORME.
142100     MOVE ZERO TO ANON-FICH-LEIDOS.
142200     MOVE ZERO TO ANON-FICH-ANONIMIZADOS.
142300     MOVE "N" TO ANON-ERROR-FICHERO-SW.
142400
142500     OPEN INPUT FICHERO-HISTORIAL.
142600     IF FS-STATUS-HIST = "35"
142700         MOVE "NO EXISTE" TO ANON-FICH-RESULTADO
142800         PERFORM 3190-ANOTAR-FICHERO THRU 3190-EXIT
142900         GO TO 3500-EXIT
143000     END-IF.
143100     IF FS-STATUS-HIST NOT = "00"
143200         MOVE SPACES TO ANON-FICH-RESULTADO
143300         STRING "ERROR AL ABRIR. STATUS: " DELIMITED BY SIZE
143400                FS-STATUS-HIST             DELIMITED BY SIZE
143500             INTO ANON-FICH-RESULTADO
143600         MOVE "S" TO ANON-ERROR-FICHERO-SW
143700         PERFORM 3190-ANOTAR-FICHERO THRU 3190-EXIT
143800         GO TO 3500-EXIT
143900     END-IF.
144000
144100     IF MODO-REAL
144200         OPEN OUTPUT TRABAJO-HISTORIAL
144300         IF FS-STATUS-TRAB-HIST NOT = "00"
144400             CLOSE FICHERO-HISTORIAL
144500             MOVE SPACES TO ANON-FICH-RESULTADO
144600             STRING "ERROR EMPANOTH. STATUS: " DELIMITED BY SIZE
144700                    FS-STATUS-TRAB-HIST        DELIMITED BY SIZE
144800                 INTO ANON-FICH-RESULTADO
144900             MOVE "S" TO ANON-ERROR-FICHERO-SW
145000             PERFORM 3190-ANOTAR-FICHERO THRU 3190-EXIT
145100             GO TO 3500-EXIT
145200         END-IF
145300     END-IF.
145400
145500     MOVE "N" TO ANON-FIN-FICHERO-SW.
145600     PERFORM 3510-ANONIMIZAR-UNA-IMAGEN
145700         THRU 3510-EXIT
145800         UNTIL ANON-FIN-FICHERO.
145900     CLOSE FICHERO-HISTORIAL.
146000
146100     IF MODO-REAL
146200         CLOSE TRABAJO-HISTORIAL
146300         IF NOT ANON-ERROR-FICHERO
146400             AND ANON-FICH-ANONIMIZADOS > ZERO
146500             PERFORM 3550-DEVOLVER-HISTORIAL THRU 3550-EXIT
146600         END-IF
146700     END-IF.
146800
146900     PERFORM 3190-ANOTAR-FICHERO THRU 3190-EXIT.
147000
147100 3500-EXIT.
147200     EXIT.
147300
147400 3510-ANONIMIZAR-UNA-IMAGEN.
147500     READ FICHERO-HISTORIAL
147600         AT END
147700             MOVE "S" TO ANON-FIN-FICHERO-SW
147800             GO TO 3510-EXIT
147900     END-READ.
148000     ADD 1 TO ANON-FICH-LEIDOS.
148100     MOVE "N" TO ANON-REG-CAMBIADO-SW.
148200     MOVE ZERO TO ANON-CAN-POS-ANTES.
148300
148400     MOVE HIST-IMAGEN-ANTES TO ANON-IMAGEN.
148500     PERFORM 3700-ANONIMIZAR-IMAGEN THRU 3700-EXIT.
148600     IF ANON-IMAGEN-CAMBIADA
148700         MOVE ANON-IMAGEN TO HIST-IMAGEN-ANTES
148800         MOVE "S" TO ANON-REG-CAMBIADO-SW
148900         MOVE ANON-CAN-POSICION TO ANON-CAN-POS-ANTES
149000         PERFORM 3750-SUMAR-AL-CANDIDATO THRU 3750-EXIT
149100     END-IF.
149200
149300     MOVE HIST-IMAGEN-DESPUES TO ANON-IMAGEN.
149400     PERFORM 3700-ANONIMIZAR-IMAGEN THRU 3700-EXIT.
149500     IF ANON-IMAGEN-CAMBIADA
149600         MOVE ANON-IMAGEN TO HIST-IMAGEN-DESPUES
149700         MOVE "S" TO ANON-REG-CAMBIADO-SW
149800         IF ANON-CAN-POSICION NOT = ANON-CAN-POS-ANTES
149900             PERFORM 3750-SUMAR-AL-CANDIDATO THRU 3750-EXIT
150000         END-IF
150100     END-IF.
150200
150300     IF ANON-REG-CAMBIADO
150400         ADD 1 TO ANON-FICH-ANONIMIZADOS
150500     END-IF.
150600
150700     IF MODO-REAL
150800         WRITE TRAB-HIST-REGISTRO FROM HIST-REGISTRO
150900         IF FS-STATUS-TRAB-HIST NOT = "00"
151000             MOVE SPACES TO ANON-FICH-RESULTADO
151100             STRING "ERROR EMPANOTH. STATUS: " DELIMITED BY SIZE
151200                    FS-STATUS-TRAB-HIST        DELIMITED BY SIZE
151300                 INTO ANON-FICH-RESULTADO
151400             MOVE "S" TO ANON-ERROR-FICHERO-SW
151500             MOVE "S" TO ANON-FIN-FICHERO-SW
151600         END-IF
151700     END-IF.
151800
151900 3510-EXIT.
152000     EXIT.
152100
152200******************************************************************
152300*    3550-DEVOLVER-HISTORIAL
152400*    VUELCA EMPANOTH SOBRE EL HISTORIAL O ARCHIVO ORIGINAL, CON
152500*    EL MISMO TRATAMIENTO DE ERRORES QUE 3150.
152600******************************************************************
152700 3550-DEVOLVER-HISTORIAL.
152800     OPEN INPUT TRABAJO-HISTORIAL.
152900     IF FS-STATUS-TRAB-HIST NOT = "00"
153000         MOVE SPACES TO ANON-FICH-RESULTADO
153100         STRING "ERROR EMPANOTH. STATUS: " DELIMITED BY SIZE
153200                FS-STATUS-TRAB-HIST        DELIMITED BY SIZE
153300             INTO ANON-FICH-RESULTADO
153400         MOVE "S" TO ANON-ERROR-FICHERO-SW
153500         GO TO 3550-EXIT
153600     END-IF.
153700     OPEN OUTPUT FICHERO-HISTORIAL.
153800     IF FS-STATUS-HIST NOT = "00"
153900         CLOSE TRABAJO-HISTORIAL
154000         MOVE SPACES TO ANON-FICH-RESULTADO
154100         STRING "ERROR AL REESCRIBIR. STATUS: " DELIMITED BY SIZE
154200                FS-STATUS-HIST                  DELIMITED BY SIZE
154300             INTO ANON-FICH-RESULTADO
154400         MOVE "S" TO ANON-ERROR-FICHERO-SW
154500         GO TO 3550-EXIT
154600     END-IF.
154700
154800     MOVE "N" TO ANON-FIN-FICHERO-SW.
154900     PERFORM 3560-DEVOLVER-UNA-IMAGEN
155000         THRU 3560-EXIT
155100         UNTIL ANON-FIN-FICHERO.
155200     CLOSE TRABAJO-HISTORIAL.
155300     CLOSE FICHERO-HISTORIAL.
155400     ADD 1 TO ANON-FICH-MODIFICADOS.
155500
155600 3550-EXIT.
155700     EXIT.
155800
155900 3560-DEVOLVER-UNA-IMAGEN.
156000     READ TRABAJO-HISTORIAL
156100         AT END
156200             MOVE "S" TO ANON-FIN-FICHERO-SW
156300             GO TO 3560-EXIT
156400     END-READ.
156500     WRITE HIST-REGISTRO FROM TRAB-HIST-REGISTRO.
156600     IF FS-STATUS-HIST NOT = "00"
156700         DISPLAY "Error al reescribir " WS-NOMBRE-ARCH-HIST
156800             ". STATUS: " FS-STATUS-HIST
156900         DISPLAY "El contenido correcto queda en EMPANOTH."
157000         CLOSE TRABAJO-HISTORIAL
157100         CLOSE FICHERO-HISTORIAL
157200         PERFORM 9900-ABORTAR THRU 9900-EXIT
157300     END-IF.
157400
157500 3560-EXIT.
157600     EXIT.
157700
157800 3590-TRATAR-UN-ARCHIVO.
157900     MOVE SPACES TO WS-NOMBRE-ARCH-HIST.
158000     STRING "EMPHIST_"                        DELIMITED BY SIZE
158100            TABLA-MESES-MES(TABLA-MESES-IDX)  DELIMITED BY SIZE
158200         INTO WS-NOMBRE-ARCH-HIST.
158300     PERFORM 3500-TRATAR-HISTORIAL THRU 3500-EXIT.
158400
158500 3590-EXIT.
158600     EXIT.
158700
158800******************************************************************
158900*    3700-ANONIMIZAR-IMAGEN
159000*    SI LA IMAGEN DEJADA EN ANON-IMAGEN ES DE UN EX-EMPLEADO
159100*    ELEGIBLE Y AUN GUARDA SU NOMBRE, SUSTITUYE NOMBRE Y APELLIDOS
159200*    POR LA MARCA, DEJA SU POSICION EN ANON-CAN-POSICION Y ACTIVA
159300*    ANON-IMAGEN-CAMBIADA. UNA IMAGEN YA ANONIMIZADA NO CUENTA.
159400******************************************************************
159500 3700-ANONIMIZAR-IMAGEN.
159600     MOVE "N" TO ANON-IMAGEN-CAMBIADA-SW.
159700     IF ANON-IMG-ID IS NOT NUMERIC OR ANON-IMG-ID-NUM = ZERO
159800         GO TO 3700-EXIT
159900     END-IF.
160000
160100     MOVE TABLA-IDS-CANDIDATO(ANON-IMG-ID-NUM)
160200         TO ANON-CAN-POSICION.
160300     IF ANON-CAN-POSICION = ZERO
160400         GO TO 3700-EXIT
160500     END-IF.
160600     IF NOT TABLA-CAN-ELEGIBLE(ANON-CAN-POSICION)
160700         GO TO 3700-EXIT
160800     END-IF.
160900     IF ANON-IMG-NOMBRE = ANON-MARCA
161000         AND ANON-IMG-APELLIDO1 = ANON-MARCA
161100         AND ANON-IMG-APELLIDO2 = ANON-MARCA
161200         GO TO 3700-EXIT
161300     END-IF.
161400
161500     MOVE ANON-MARCA TO ANON-IMG-NOMBRE.
161600     MOVE ANON-MARCA TO ANON-IMG-APELLIDO1.
161700     MOVE ANON-MARCA TO ANON-IMG-APELLIDO2.
161800     MOVE "S" TO ANON-IMAGEN-CAMBIADA-SW.
161900
162000 3700-EXIT.
162100     EXIT.
162200
162300******************************************************************
162400*    3750-SUMAR-AL-CANDIDATO
162500*    CUENTA EL REGISTRO ANONIMIZADO AL CANDIDATO DE
162600*    ANON-CAN-POSICION, EN LA FUENTE DEL FICHERO EN CURSO.
162700******************************************************************
162800 3750-SUMAR-AL-CANDIDATO.
162900     EVALUATE TRUE
163000         WHEN ANON-ES-MAESTRO
163100             ADD 1 TO TABLA-CAN-MAESTRO(ANON-CAN-POSICION)
163200         WHEN ANON-ES-EXEMPLEADOS
163300             ADD 1 TO TABLA-CAN-EXEMPLEADOS(ANON-CAN-POSICION)
163400         WHEN ANON-ES-HISTORIAL
163500             ADD 1 TO TABLA-CAN-HISTORIAL(ANON-CAN-POSICION)
163600         WHEN ANON-ES-COPIA
163700             ADD 1 TO TABLA-CAN-COPIAS(ANON-CAN-POSICION)
163800     END-EVALUATE.
163900
164000 3750-EXIT.
164100     EXIT.
164200
164300******************************************************************
164400*    3800-SONDEAR-UN-DIA
164500*    PRUEBA SI EXISTEN LA COPIA empleados_AAAAMMDD.csv QUE GENERA
164600*    Ficheros Y LA GUARDA empleados_previo_AAAAMMDD.csv QUE DEJA
164700*    EMPRESTA PARA LA FECHA DE ANON-FECHA-SONDEO, TRATA LAS QUE
164800*    EXISTEN Y RETROCEDE UN DIA.
164900******************************************************************
165000 3800-SONDEAR-UN-DIA.
165100     MOVE SPACES TO WS-NOMBRE-RESPALDO.
165200     STRING "g:\Usuarios\empleados_" DELIMITED BY SIZE
165300            ANON-FECHA-SONDEO       DELIMITED BY SIZE
165400            ".csv"                  DELIMITED BY SIZE
165500         INTO WS-NOMBRE-RESPALDO.
165600     MOVE SPACES TO ANON-NOMBRE-INFORME.
165700     STRING "empleados_"            DELIMITED BY SIZE
165800            ANON-FECHA-SONDEO       DELIMITED BY SIZE
165900            ".csv"                  DELIMITED BY SIZE
166000         INTO ANON-NOMBRE-INFORME.
166100     PERFORM 3850-TRATAR-COPIA THRU 3850-EXIT.
166200
166300     MOVE SPACES TO WS-NOMBRE-RESPALDO.
166400     STRING "g:\Usuarios\empleados_previo_" DELIMITED BY SIZE
166500            ANON-FECHA-SONDEO               DELIMITED BY SIZE
166600            ".csv"                          DELIMITED BY SIZE
166700         INTO WS-NOMBRE-RESPALDO.
166800     MOVE SPACES TO ANON-NOMBRE-INFORME.
166900     STRING "empleados_previo_"     DELIMITED BY SIZE
167000            ANON-FECHA-SONDEO       DELIMITED BY SIZE
167100            ".csv"                  DELIMITED BY SIZE
167200         INTO ANON-NOMBRE-INFORME.
167300     PERFORM 3850-TRATAR-COPIA THRU 3850-EXIT.
167400
167500     PERFORM 7300-RETROCEDER-UN-DIA THRU 7300-EXIT.
167600
167700 3800-EXIT.
167800     EXIT.
167900
168000 3850-TRATAR-COPIA.
168100     OPEN INPUT FICHERO-EMPLEADOS.
168200     IF FS-STATUS-FICHERO = "35"
168300         GO TO 3850-EXIT
168400     END-IF.
168500     IF FS-STATUS-FICHERO = "00"
168600         CLOSE FICHERO-EMPLEADOS
168700     END-IF.
168800
168900     ADD 1 TO ANON-COPIAS-HALLADAS.
169000     PERFORM 3100-TRATAR-FICHERO-EMP THRU 3100-EXIT.
169100
169200 3850-EXIT.
169300     EXIT.
169400
169500******************************************************************
169600*    3900-ESCRIBIR-SECCION
169700*    ESCRIBE UNA LINEA EN BLANCO Y EL TITULO DE LA SECCION
169800*    PREPARADO EN LS-TITULO.
169900******************************************************************
170000 3900-ESCRIBIR-SECCION.
170100     MOVE SPACES TO ANON-LINEA-SALIDA.
170200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
170300     MOVE LIN-SECCION TO ANON-LINEA-SALIDA.
170400     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
170500     MOVE "N" TO ANON-HAY-LINEAS-SW.
170600
170700 3900-EXIT.
170800     EXIT.
170900
171000******************************************************************
171100*    3950-CERRAR-SECCION
171200*    SI LA SECCION QUE TERMINA NO TUVO NINGUNA LINEA, LO INDICA.
171300******************************************************************
171400 3950-CERRAR-SECCION.
171500     IF NOT ANON-HAY-LINEAS
171600         MOVE "     (NINGUNO)" TO ANON-LINEA-SALIDA
171700         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
171800     END-IF.
171900
172000 3950-EXIT.
172100     EXIT.
172200
172300******************************************************************
172400*    4000-LISTAR-ANONIMIZADOS
172500*    RELACIONA A LOS EX-EMPLEADOS ANONIMIZADOS EN ESTA EJECUCION
172600*    (O QUE SE ANONIMIZARIAN, EN SIMULACION) CON LOS REGISTROS
172700*    TRATADOS EN CADA FUENTE, Y EN MODO REAL LOS ANOTA EN EL
172800*    DIARIO. LOS ELEGIBLES SIN NINGUN REGISTRO QUE TRATAR YA SE
172900*    ANONIMIZARON EN UNA EJECUCION ANTERIOR: SOLO SE CUENTAN.
173000******************************************************************
173100 4000-LISTAR-ANONIMIZADOS.
173200     IF MODO-REAL
173300         MOVE "EX-EMPLEADOS ANONIMIZADOS" TO LS-TITULO
173400     ELSE
173500         MOVE "EX-EMPLEADOS QUE SE ANONIMIZARIAN" TO LS-TITULO
173600     END-IF.
173700     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
173800     MOVE LIN-TITULO-EMPLEADOS TO ANON-LINEA-SALIDA.
173900     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
174000
174100     PERFORM 4100-LISTAR-UN-ANONIMIZADO
174200         THRU 4100-EXIT
174300         VARYING TABLA-CAN-IDX FROM 1 BY 1
174400         UNTIL TABLA-CAN-IDX > TABLA-CAN-TOTAL.
174500     PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT.
174600
174700     MOVE SPACES TO ANON-LINEA-SALIDA.
174800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
174900     MOVE "MAEST./EXEMP./HIST./COPIAS: REGISTROS ANONIMIZADOS EN "
175000         TO ANON-LINEA-SALIDA.
175100     MOVE "CADA FUENTE." TO ANON-LINEA-SALIDA (55:12).
175200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
175300
175400 4000-EXIT.
175500     EXIT.
175600
175700 4100-LISTAR-UN-ANONIMIZADO.
175800     IF NOT TABLA-CAN-ELEGIBLE(TABLA-CAN-IDX)
175900         GO TO 4100-EXIT
176000     END-IF.
176100     COMPUTE ANON-CAN-TOTAL-REG =
176200         TABLA-CAN-MAESTRO(TABLA-CAN-IDX)
176300         + TABLA-CAN-EXEMPLEADOS(TABLA-CAN-IDX)
176400         + TABLA-CAN-HISTORIAL(TABLA-CAN-IDX)
176500         + TABLA-CAN-COPIAS(TABLA-CAN-IDX).
176600     IF ANON-CAN-TOTAL-REG = ZERO
176700         ADD 1 TO ANON-YA-ANONIMIZADOS
176800         GO TO 4100-EXIT
176900     END-IF.
177000     ADD 1 TO ANON-ANONIMIZADOS.
177100
177200     PERFORM 4900-PREPARAR-DETALLE THRU 4900-EXIT.
177300     IF MODO-REAL
177400         MOVE "ANONIMIZADO" TO LD-RESULTADO
177500     ELSE
177600         MOVE "SE ANONIMIZARIA" TO LD-RESULTADO
177700     END-IF.
177800     MOVE LIN-DETALLE TO ANON-LINEA-SALIDA.
177900     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
178000     MOVE "S" TO ANON-HAY-LINEAS-SW.
178100
178200     IF MODO-REAL
178300         PERFORM 4200-ANOTAR-DIARIO THRU 4200-EXIT
178400     END-IF.
178500
178600 4100-EXIT.
178700     EXIT.
178800
178900******************************************************************
179000*    4200-ANOTAR-DIARIO
179100*    AÑADE AL DIARIO EMPANOLG EL EX-EMPLEADO ANONIMIZADO, CON LA
179200*    FECHA Y HORA DE LA EJECUCION, EL OPERADOR Y LOS REGISTROS
179300*    TRATADOS EN CADA FUENTE.
179400******************************************************************
179500 4200-ANOTAR-DIARIO.
179600     MOVE SPACES TO ANOLG-REGISTRO.
179700     MOVE TABLA-CAN-ID(TABLA-CAN-IDX)         TO ANOLG-ID.
179800     MOVE TABLA-CAN-FECHA-BAJA(TABLA-CAN-IDX) TO ANOLG-FECHA-BAJA.
179900     MOVE WS-FECHA-SISTEMA                    TO ANOLG-FECHA.
180000     MOVE ANON-HORA-SISTEMA                   TO ANOLG-HORA.
180100     MOVE ANON-OPERADOR                       TO ANOLG-OPERADOR.
180200     MOVE ANON-ANOS-RETENCION                 TO ANOLG-ANOS.
180300     MOVE TABLA-CAN-MAESTRO(TABLA-CAN-IDX)    TO ANOLG-MAESTRO.
180400     MOVE TABLA-CAN-EXEMPLEADOS(TABLA-CAN-IDX)
180500         TO ANOLG-EXEMPLEADOS.
180600     MOVE TABLA-CAN-HISTORIAL(TABLA-CAN-IDX)  TO ANOLG-HISTORIAL.
180700     MOVE TABLA-CAN-COPIAS(TABLA-CAN-IDX)     TO ANOLG-COPIAS.
180800     WRITE ANOLG-REGISTRO.
180900     IF FS-STATUS-DIARIO NOT = "00"
181000         DISPLAY "ERROR AL GRABAR EN EMPANOLG. STATUS: "
181100             FS-STATUS-DIARIO
181200         MOVE 16 TO RETURN-CODE
181300     END-IF.
181400
181500 4200-EXIT.
181600     EXIT.
181700
181800******************************************************************
181900*    4500-LISTAR-EXCLUIDOS
182000*    RELACIONA A LOS EX-EMPLEADOS CON EL PLAZO VENCIDO QUE NO SE
182100*    HAN ANONIMIZADO, CON EL MOTIVO.
182200******************************************************************
182300 4500-LISTAR-EXCLUIDOS.
182400     MOVE "EX-EMPLEADOS EXCLUIDOS" TO LS-TITULO.
182500     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
182600     MOVE LIN-TITULO-EMPLEADOS TO ANON-LINEA-SALIDA.
182700     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
182800
182900     PERFORM 4510-LISTAR-UN-EXCLUIDO
183000         THRU 4510-EXIT
183100         VARYING TABLA-CAN-IDX FROM 1 BY 1
183200         UNTIL TABLA-CAN-IDX > TABLA-CAN-TOTAL.
183300     PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT.
183400
183500 4500-EXIT.
183600     EXIT.
183700
183800 4510-LISTAR-UN-EXCLUIDO.
183900     IF NOT TABLA-CAN-EXCLUIDO(TABLA-CAN-IDX)
184000         GO TO 4510-EXIT
184100     END-IF.
184200     PERFORM 4900-PREPARAR-DETALLE THRU 4900-EXIT.
184300     MOVE TABLA-CAN-MOTIVO(TABLA-CAN-IDX) TO LD-RESULTADO.
184400     MOVE LIN-DETALLE TO ANON-LINEA-SALIDA.
184500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
184600     MOVE "S" TO ANON-HAY-LINEAS-SW.
184700
184800 4510-EXIT.
184900     EXIT.
185000
185100******************************************************************
185200*    4900-PREPARAR-DETALLE
185300*    RELLENA LA LINEA DE DETALLE CON EL CANDIDATO DE
185400*    TABLA-CAN-IDX.
185500******************************************************************
185600 4900-PREPARAR-DETALLE.
185700     MOVE SPACES TO LIN-DETALLE.
185800     MOVE TABLA-CAN-ID(TABLA-CAN-IDX) TO LD-ID.
185900     MOVE TABLA-CAN-FECHA-BAJA(TABLA-CAN-IDX) TO LD-FECHA-BAJA.
186000     IF TABLA-CAN-DEL-MAESTRO(TABLA-CAN-IDX)
186100         MOVE "MAESTRO" TO LD-ORIGEN
186200     ELSE
186300         MOVE "EXEMPLEADOS" TO LD-ORIGEN
186400     END-IF.
186500     MOVE TABLA-CAN-MAESTRO(TABLA-CAN-IDX)     TO LD-MAESTRO.
186600     MOVE TABLA-CAN-EXEMPLEADOS(TABLA-CAN-IDX) TO LD-EXEMPLEADOS.
186700     MOVE TABLA-CAN-HISTORIAL(TABLA-CAN-IDX)   TO LD-HISTORIAL.
186800     MOVE TABLA-CAN-COPIAS(TABLA-CAN-IDX)      TO LD-COPIAS.
186900
187000 4900-EXIT.
187100     EXIT.
187200
187300******************************************************************
187400*    6000-ESCRIBIR-RESUMEN
187500*    ESCRIBE AL FINAL DEL INFORME LOS TOTALES DE LA EJECUCION Y EL
187600*    TEXTO DE LA CERTIFICACION.
187700******************************************************************
187800 6000-ESCRIBIR-RESUMEN.
187900     MOVE "RESUMEN" TO LS-TITULO.
188000     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
188100
188200     MOVE "PLAZO DE CONSERVACION EN ANOS.........:" TO LR-TEXTO.
188300     MOVE ANON-ANOS-RETENCION TO LR-CANTIDAD.
188400     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
188500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
188600
188700     MOVE "EX-EMPLEADOS CON EL PLAZO VENCIDO.....:" TO LR-TEXTO.
188800     MOVE ANON-CANDIDATOS TO LR-CANTIDAD.
188900     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
189000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
189100
189200     MOVE "EXCLUIDOS POR REINGRESO...............:" TO LR-TEXTO.
189300     MOVE ANON-EXCL-REINGRESO TO LR-CANTIDAD.
189400     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
189500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
189600
189700     MOVE "EXCLUIDOS POR CAMBIO PENDIENTE........:" TO LR-TEXTO.
189800     MOVE ANON-EXCL-PENDIENTE TO LR-CANTIDAD.
189900     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
190000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
190100
190200     MOVE "EX-EMPLEADOS ANONIMIZADOS.............:" TO LR-TEXTO.
190300     MOVE ANON-ANONIMIZADOS TO LR-CANTIDAD.
190400     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
190500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
190600
190700     MOVE "YA ANONIMIZADOS EN EJECUCIONES PREVIAS:" TO LR-TEXTO.
190800     MOVE ANON-YA-ANONIMIZADOS TO LR-CANTIDAD.
190900     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
191000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
191100
191200     MOVE "FICHEROS TRATADOS.....................:" TO LR-TEXTO.
191300     MOVE ANON-FICH-TRATADOS TO LR-CANTIDAD.
191400     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
191500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
191600
191700     MOVE "COPIAS FECHADAS ENTRE ELLOS...........:" TO LR-TEXTO.
191800     MOVE ANON-COPIAS-HALLADAS TO LR-CANTIDAD.
191900     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
192000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
192100
192200     MOVE "FICHEROS REESCRITOS...................:" TO LR-TEXTO.
192300     MOVE ANON-FICH-MODIFICADOS TO LR-CANTIDAD.
192400     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
192500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
192600
192700     MOVE "FICHEROS QUE NO SE PUDIERON TRATAR....:" TO LR-TEXTO.
192800     MOVE ANON-FICH-ERRORES TO LR-CANTIDAD.
192900     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
193000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
193100
193200     MOVE "REGISTROS ANONIMIZADOS................:" TO LR-TEXTO.
193300     MOVE ANON-REG-ANONIMIZADOS TO LR-CANTIDAD.
193400     MOVE LIN-RESUMEN TO ANON-LINEA-SALIDA.
193500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
193600
193700     PERFORM 6100-ESCRIBIR-CERTIFICACION THRU 6100-EXIT.
193800
193900 6000-EXIT.
194000     EXIT.
194100
194200******************************************************************
194300*    6100-ESCRIBIR-CERTIFICACION
194400*    TEXTO FINAL DEL CERTIFICADO. EN SIMULACION DEJA CLARO QUE NO
194500*    SE HA TOCADO NADA.
194600******************************************************************
194700 6100-ESCRIBIR-CERTIFICACION.
194800     MOVE "CERTIFICACION" TO LS-TITULO.
194900     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
195000
195100     IF MODO-SIMULACION
195200         MOVE "SIMULACION: NO SE HA MODIFICADO NINGUN FICHERO."
195300             TO ANON-LINEA-SALIDA
195400         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
195500         MOVE "EL INFORME MUESTRA LO QUE SE ANONIMIZARIA."
195600             TO ANON-LINEA-SALIDA
195700         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
195800         GO TO 6100-EXIT
195900     END-IF.
196000
196100     MOVE "SE CERTIFICA QUE, EN LA FECHA Y HORA QUE FIGURAN EN LA"
196200         TO ANON-LINEA-SALIDA.
196300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
196400     MOVE "CABECERA, SE HAN SUSTITUIDO NOMBRE Y APELLIDOS DE LOS"
196500         TO ANON-LINEA-SALIDA.
196600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
196700     MOVE "EX-EMPLEADOS ANONIMIZADOS POR LA MARCA ANONIMIZADO EN"
196800         TO ANON-LINEA-SALIDA.
196900     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
197000     MOVE "LOS FICHEROS RELACIONADOS, CONSERVANDO IDENTIFICADOR,"
197100         TO ANON-LINEA-SALIDA.
197200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
197300     MOVE "FECHAS, DEPARTAMENTO E IMPORTES. EMPLOG Y SUS ARCHIVOS"
197400         TO ANON-LINEA-SALIDA.
197500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
197600     MOVE "SOLO GUARDAN IDENTIFICADOR, FECHA, HORA Y OPERADOR."
197700         TO ANON-LINEA-SALIDA.
197800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
197900
198000     MOVE SPACES TO ANON-LINEA-SALIDA.
198100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
198200     MOVE ANON-OPERADOR TO LFI-OPERADOR.
198300     MOVE LIN-FIRMA TO ANON-LINEA-SALIDA.
198400     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
198500     MOVE "FIRMA:" TO ANON-LINEA-SALIDA.
198600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
198700
198800 6100-EXIT.
198900     EXIT.
199000
199100******************************************************************
199200*    7000-ESCRIBIR-LINEA
199300*    ESCRIBE EN EL INFORME LA LINEA PREPARADA EN
199400*    ANON-LINEA-SALIDA, CONTROLANDO EL SALTO DE PAGINA.
199500******************************************************************
199600 7000-ESCRIBIR-LINEA.
199700     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
199800         OR CNT-PAGINA = ZERO
199900         PERFORM 7100-ESCRIBIR-CABECERA THRU 7100-EXIT
200000     END-IF.
200100
200200     WRITE LINEA-LISTADO FROM ANON-LINEA-SALIDA.
200300     IF FS-STATUS-LISTADO NOT = "00"
200400         DISPLAY "Error al escribir el informe. STATUS: "
200500             FS-STATUS-LISTADO
200600     END-IF.
200700     ADD 1 TO CNT-LINEAS-PAGINA.
200800
200900 7000-EXIT.
201000     EXIT.
201100
201200******************************************************************
201300*    7100-ESCRIBIR-CABECERA
201400*    INICIA UNA PAGINA NUEVA: MODO, FECHA, NUMERO DE PAGINA, Y
201500*    PLAZO, FECHA LIMITE, OPERADOR Y HORA DE LA EJECUCION.
201600******************************************************************
201700 7100-ESCRIBIR-CABECERA.
201800     ADD 1 TO CNT-PAGINA.
201900     MOVE CNT-PAGINA TO LC1-PAGINA.
202000
202100     IF CNT-PAGINA > 1
202200         WRITE LINEA-LISTADO FROM SPACES
202300         AFTER ADVANCING PAGE
202400     END-IF.
202500     IF FS-STATUS-LISTADO NOT = "00"
202600         DISPLAY "Error al escribir el informe. STATUS: "
202700             FS-STATUS-LISTADO
202800     END-IF.
202900
203000     WRITE LINEA-LISTADO FROM LIN-CABECERA-1.
203100     IF FS-STATUS-LISTADO NOT = "00"
203200         DISPLAY "Error al escribir el informe. STATUS: "
203300             FS-STATUS-LISTADO
203400     END-IF.
203500     WRITE LINEA-LISTADO FROM LIN-CABECERA-2.
203600     IF FS-STATUS-LISTADO NOT = "00"
203700         DISPLAY "Error al escribir el informe. STATUS: "
203800             FS-STATUS-LISTADO
203900     END-IF.
204000
204100     MOVE ZERO TO CNT-LINEAS-PAGINA.
204200
204300 7100-EXIT.
204400     EXIT.
204500
204600******************************************************************
204700*    7300-RETROCEDER-UN-DIA
204800*    RESTA UN DIA A ANON-FECHA-SONDEO, SALTANDO DE MES Y DE AÑO
204900*    CUANDO TOCA, IGUAL QUE EMPRESTA.
205000******************************************************************
205100 7300-RETROCEDER-UN-DIA.
205200     IF ANON-SONDEO-DD > 1
205300         SUBTRACT 1 FROM ANON-SONDEO-DD
205400         GO TO 7300-EXIT
205500     END-IF.
205600
205700     IF ANON-SONDEO-MM > 1
205800         SUBTRACT 1 FROM ANON-SONDEO-MM
205900     ELSE
206000         MOVE 12 TO ANON-SONDEO-MM
206100         SUBTRACT 1 FROM ANON-SONDEO-AAAA
206200     END-IF.
206300     MOVE ANON-SONDEO-MM   TO ANON-MES-CALCULO.
206400     MOVE ANON-SONDEO-AAAA TO ANON-AAAA-CALCULO.
206500     PERFORM 7400-DIAS-DEL-MES THRU 7400-EXIT.
206600     MOVE ANON-DIAS-MES TO ANON-SONDEO-DD.
206700
206800 7300-EXIT.
206900     EXIT.
207000
207100******************************************************************
207200*    7400-DIAS-DEL-MES
207300*    DEJA EN ANON-DIAS-MES LOS DIAS DEL MES/AÑO DEJADOS EN
207400*    ANON-MES-CALCULO Y ANON-AAAA-CALCULO, TENIENDO EN CUENTA
207500*    LOS AÑOS BISIESTOS.
207600******************************************************************
207700 7400-DIAS-DEL-MES.
207800     EVALUATE ANON-MES-CALCULO
207900         WHEN 01
208000         WHEN 03
208100         WHEN 05
208200         WHEN 07
208300         WHEN 08
208400         WHEN 10
208500         WHEN 12
208600             MOVE 31 TO ANON-DIAS-MES
208700         WHEN 04
208800         WHEN 06
208900         WHEN 09
209000         WHEN 11
209100             MOVE 30 TO ANON-DIAS-MES
209200         WHEN 02
209300             PERFORM 7450-DIAS-DE-FEBRERO THRU 7450-EXIT
209400     END-EVALUATE.
209500
209600 7400-EXIT.
209700     EXIT.
209800
209900 7450-DIAS-DE-FEBRERO.
210000     MOVE 28 TO ANON-DIAS-MES.
210100     DIVIDE ANON-AAAA-CALCULO BY 4
210200         GIVING ANON-BISIESTO-COCIENTE
210300         REMAINDER ANON-BISIESTO-RESTO.
210400     IF ANON-BISIESTO-RESTO = ZERO
210500         MOVE 29 TO ANON-DIAS-MES
210600         DIVIDE ANON-AAAA-CALCULO BY 100
210700             GIVING ANON-BISIESTO-COCIENTE
210800             REMAINDER ANON-BISIESTO-RESTO
210900         IF ANON-BISIESTO-RESTO = ZERO
211000             DIVIDE ANON-AAAA-CALCULO BY 400
211100                 GIVING ANON-BISIESTO-COCIENTE
211200                 REMAINDER ANON-BISIESTO-RESTO
211300             IF ANON-BISIESTO-RESTO NOT = ZERO
211400                 MOVE 28 TO ANON-DIAS-MES
211500             END-IF
211600         END-IF
211700     END-IF.
211800
211900 7450-EXIT.
212000     EXIT.
212100
212200******************************************************************
212300*    9000-FINALIZAR
212400*    CIERRA EL INFORME Y EL DIARIO, MUESTRA EL RESUMEN POR
212500*    PANTALLA Y DEJA EL CODIGO DE RETORNO 4 SI ALGUN FICHERO NO SE
212600*    PUDO TRATAR (SALVO QUE YA HUBIERA UN ERROR GRAVE).
212700******************************************************************
212800 9000-FINALIZAR.
212900     CLOSE ANONIMIZACION-LISTADO.
213000     IF ANON-DIARIO-ABIERTO
213100         CLOSE ANONIMIZACION-DIARIO
213200     END-IF.
213300
213400     DISPLAY "Ex-empleados con el plazo vencido: "
213500         ANON-CANDIDATOS.
213600     DISPLAY "Excluidos por reingreso          : "
213700         ANON-EXCL-REINGRESO.
213800     DISPLAY "Excluidos por cambio pendiente   : "
213900         ANON-EXCL-PENDIENTE.
214000     DISPLAY "Ex-empleados anonimizados        : "
214100         ANON-ANONIMIZADOS.
214200     DISPLAY "Registros anonimizados           : "
214300         ANON-REG-ANONIMIZADOS.
214400     DISPLAY "Ficheros que no se pudieron tratar: "
214500         ANON-FICH-ERRORES.
214600     IF MODO-SIMULACION
214700         DISPLAY "SIMULACION: no se ha modificado ningun fichero."
214800     END-IF.
214900
215000     IF ANON-FICH-ERRORES > ZERO AND RETURN-CODE < 4
215100         MOVE 4 TO RETURN-CODE
215200     END-IF.
215300
215400 9000-EXIT.
215500     EXIT.
215600
215700******************************************************************
215800*    9900-ABORTAR
215900*    TERMINA ANTE UN ERROR GRAVE, CERRANDO EL INFORME Y EL DIARIO,
216000*    CON RETURN-CODE 16.
216100******************************************************************
216200 9900-ABORTAR.
216300     CLOSE ANONIMIZACION-LISTADO.
216400     IF ANON-DIARIO-ABIERTO
216500         CLOSE ANONIMIZACION-DIARIO
216600     END-IF.
216700     MOVE 16 TO RETURN-CODE.
216800     STOP RUN.
216900
217000 9900-EXIT.
217100     EXIT.
217200
217300 END PROGRAM EMPANON.
