000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPREORG.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: EMPREORG
000900*    DESCRIPCION..: REORGANIZACION DE DEPARTAMENTOS (FUSION O
001000*                   CIERRE), DIRIGIDA POR UN FICHERO DE LINEAS
001100*                   (EMPREOPA) CON DEPARTAMENTO ANTIGUO,
001200*                   DEPARTAMENTO NUEVO Y FECHA EFECTIVA. CADA
001300*                   EMPLEADO ACTIVO DEL DEPARTAMENTO ANTIGUO SE
001400*                   TRASLADA AL NUEVO COMO EN EL TRASLADO DE
001500*                   EMPMANT: PRIMERO EL MOVIMIENTO EN EMPMOV Y
001600*                   DESPUES EL MAESTRO, CON LA IMAGEN ANTES/
001700*                   DESPUES EN EL HISTORIAL EMPHIST COMO
001800*                   OPERACION "T". LOS TRASLADOS PROGRAMADOS EN
001900*                   EMPPROG HACIA EL DEPARTAMENTO ANTIGUO SE
002000*                   REDIRIGEN AL NUEVO Y, TERMINADOS LOS
002100*                   TRASLADOS, EL CODIGO ANTIGUO SE RETIRA DE
002200*                   departamentos.csv. LOS EMPLEADOS DE BAJA
002300*                   CONSERVAN EL CODIGO QUE TENIAN AL SALIR.
002400*                   UNA LINEA CON FECHA EFECTIVA POSTERIOR A HOY
002500*                   NO TOCA EL MAESTRO: LOS TRASLADOS SE
002600*                   PROGRAMAN EN EMPPROG PARA ESA FECHA Y EL
002700*                   CODIGO ANTIGUO SIGUE VIGENTE; SE RETIRA
002800*                   VOLVIENDO A LANZAR LA REORGANIZACION A PARTIR
002900*                   DE ESA FECHA, CUANDO YA NO LE QUEDAN
003000*                   EMPLEADOS ACTIVOS.
003100*                   IGUAL QUE EMPREVSA, POR DEFECTO TRABAJA EN
003200*                   SIMULACION Y NO GRABA NADA; SOLO CON EL
003300*                   PARAMETRO "REAL <ID-OPERADOR>" (SUPERVISOR O
003400*                   ADMINISTRADOR ACTIVO) SE APLICA. EL INFORME
003500*                   EMPREOLI DETALLA LOS TRASLADOS, LOS CAMBIOS
003600*                   PROGRAMADOS REDIRIGIDOS Y EL RESULTADO DE
003700*                   CADA LINEA. CODIGOS DE RETORNO: 4 SI SE
003800*                   RECHAZO ALGUNA LINEA O ALGUN DEPARTAMENTO NO
003900*                   SE PUDO RETIRAR, 16 ANTE UN ERROR GRAVE.
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
006200     SELECT OPERADORES-ARCHIVO
006300         ASSIGN TO "g:\Usuarios\operadores.csv"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FS-STATUS-OPER.
006600
006700     SELECT REORGANIZACION-LINEAS
006800         ASSIGN TO "EMPREOPA"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FS-STATUS-REOR.
007100
007200     SELECT CAMBIOS-PROGRAMADOS
007300         ASSIGN TO "EMPPROG"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FS-STATUS-PROG.
007600
007700     SELECT EMPLEADOS-HISTORIAL
007800         ASSIGN TO "EMPHIST"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FS-STATUS-HIST.
008100
008200     SELECT EMPLEADOS-MOVIMIENTOS
008300         ASSIGN TO "EMPMOV"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS FS-STATUS-MOV.
008600
008700     SELECT REORGANIZACION-LISTADO
008800         ASSIGN TO "EMPREOLI"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS FS-STATUS-LISTADO.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  EMPLEADOS-ARCHIVO.
009500 COPY EMPREG.
009600
009700 FD  DEPARTAMENTOS-ARCHIVO.
009800 COPY DEPREG.
009900
010000 FD  OPERADORES-ARCHIVO.
010100 COPY OPEREG.
010200
010300 FD  REORGANIZACION-LINEAS.
010400 01  REOR-REGISTRO.
010500     05 REOR-DEPTO-ANTIGUO     PIC X(03).
010600     05 REOR-DEPTO-NUEVO       PIC X(03).
010700     05 REOR-FECHA-EFECTIVA    PIC 9(08).
010800
010900 FD  CAMBIOS-PROGRAMADOS.
011000 COPY PROGREG.
011100
011200 FD  EMPLEADOS-HISTORIAL.
011300 01  HIST-REGISTRO.
011400     05 HIST-OPERACION         PIC X(01).
011500        88 HIST-OPER-BAJA             VALUE "B".
011600        88 HIST-OPER-MODIFICACION     VALUE "M".
011700        88 HIST-OPER-TRASLADO         VALUE "T".
011800        88 HIST-OPER-REINGRESO        VALUE "R".
011900     05 FILLER                 PIC X(01).
012000     05 HIST-FECHA             PIC 9(08).
012100     05 FILLER                 PIC X(01).
012200     05 HIST-HORA              PIC 9(08).
012300     05 FILLER                 PIC X(01).
012400     05 HIST-OPERADOR          PIC X(08).
012500     05 FILLER                 PIC X(01).
012600     05 HIST-IMAGEN-ANTES      PIC X(97).
012700     05 FILLER                 PIC X(01).
012800     05 HIST-IMAGEN-DESPUES    PIC X(97).
012900
013000 FD  EMPLEADOS-MOVIMIENTOS.
013100 01  MOV-REGISTRO.
013200     05 MOV-ID                 PIC 9(05).
013300     05 FILLER                 PIC X(01).
013400     05 MOV-DEPTO-ANTERIOR     PIC X(03).
013500     05 FILLER                 PIC X(01).
013600     05 MOV-DEPTO-NUEVO        PIC X(03).
013700     05 FILLER                 PIC X(01).
013800     05 MOV-FECHA-EFECTIVA     PIC 9(08).
013900     05 FILLER                 PIC X(01).
014000     05 MOV-FECHA              PIC 9(08).
014100     05 FILLER                 PIC X(01).
014200     05 MOV-HORA               PIC 9(08).
014300     05 FILLER                 PIC X(01).
014400     05 MOV-OPERADOR           PIC X(08).
014500
014600 FD  REORGANIZACION-LISTADO.
014700 01  LINEA-LISTADO            PIC X(100).
014800
014900 WORKING-STORAGE SECTION.
015000******************************************************************
015100*    LINEAS DE CABECERA, SECCION, DETALLE Y RESUMEN DEL INFORME
015200******************************************************************
015300 01  LIN-CABECERA-1.
015400     05 FILLER                PIC X(33) VALUE
015500        "REORGANIZACION DE DEPARTAMENTOS".
015600     05 LC1-MODO              PIC X(12).
015700     05 FILLER                PIC X(07) VALUE "FECHA: ".
015800     05 LC1-FECHA             PIC 9999/99/99 VALUE ZERO.
015900     05 FILLER                PIC X(08) VALUE SPACES.
016000     05 FILLER                PIC X(08) VALUE "PAGINA: ".
016100     05 LC1-PAGINA            PIC ZZZ9.
016200
016300 01  LIN-CABECERA-2.
016400     05 FILLER                PIC X(07) VALUE "ID".
016500     05 FILLER                PIC X(22) VALUE "NOMBRE".
016600     05 FILLER                PIC X(08) VALUE "ANTES".
016700     05 FILLER                PIC X(08) VALUE "DESPUES".
016800     05 FILLER                PIC X(12) VALUE "F.EFECTIVA".
016900     05 FILLER                PIC X(30) VALUE "RESULTADO".
017000
017100 01  LIN-SECCION.
017200     05 LS-TITULO             PIC X(60).
017300
017400 01  LIN-DETALLE.
017500     05 LD-ID                 PIC ZZZZ9.
017600     05 FILLER                PIC X(02) VALUE SPACES.
017700     05 LD-NOMBRE             PIC X(20).
017800     05 FILLER                PIC X(02) VALUE SPACES.
017900     05 LD-ANTES              PIC X(03).
018000     05 FILLER                PIC X(05) VALUE SPACES.
018100     05 LD-DESPUES            PIC X(03).
018200     05 FILLER                PIC X(05) VALUE SPACES.
018300     05 LD-FECHA-EFECTIVA     PIC 9999/99/99.
018400     05 FILLER                PIC X(02) VALUE SPACES.
018500     05 LD-RESULTADO          PIC X(34).
018600
018700 01  LIN-TITULO-LINEAS.
018800     05 FILLER                PIC X(08) VALUE "ANTIGUO".
018900     05 FILLER                PIC X(07) VALUE "NUEVO".
019000     05 FILLER                PIC X(12) VALUE "F.EFECTIVA".
019100     05 FILLER                PIC X(07) VALUE " TRASL".
019200     05 FILLER                PIC X(07) VALUE "  PROGR".
019300     05 FILLER                PIC X(07) VALUE "  REDIR".
019400     05 FILLER                PIC X(07) VALUE "  BAJAS".
019500     05 FILLER                PIC X(02) VALUE SPACES.
019600     05 FILLER                PIC X(30) VALUE "RESULTADO".
019700
019800 01  LIN-LINEA-REOR.
019900     05 LL-ANTIGUO            PIC X(03).
020000     05 FILLER                PIC X(05) VALUE SPACES.
020100     05 LL-NUEVO              PIC X(03).
020200     05 FILLER                PIC X(04) VALUE SPACES.
020300     05 LL-FECHA-EFECTIVA     PIC 9999/99/99.
020400     05 FILLER                PIC X(02) VALUE SPACES.
020500     05 LL-TRASLADADOS        PIC ZZZZZ9.
020600     05 FILLER                PIC X(01) VALUE SPACES.
020700     05 LL-PROGRAMADOS        PIC ZZZZZ9.
020800     05 FILLER                PIC X(01) VALUE SPACES.
020900     05 LL-REDIRIGIDOS        PIC ZZZZZ9.
021000     05 FILLER                PIC X(01) VALUE SPACES.
021100     05 LL-BAJAS              PIC ZZZZZ9.
021200     05 FILLER                PIC X(02) VALUE SPACES.
021300     05 LL-RESULTADO          PIC X(41).
021400
021500 01  LIN-RESUMEN.
021600     05 LR-TEXTO              PIC X(40).
021700     05 LR-CANTIDAD           PIC ZZZZ9.
021800
021900 01  REOR-LINEA-SALIDA        PIC X(100) VALUE SPACES.
022000
022100******************************************************************
022200*    VARIABLES DE CONTROL DEL PROGRAMA
022300******************************************************************
022400 01  FS-STATUS                PIC X(02).
022500 01  FS-STATUS-DEPTOS         PIC X(02).
022600 01  FS-STATUS-OPER           PIC X(02).
022700 01  FS-STATUS-REOR           PIC X(02).
022800 01  FS-STATUS-PROG           PIC X(02).
022900 01  FS-STATUS-HIST           PIC X(02).
023000 01  FS-STATUS-MOV            PIC X(02).
023100 01  FS-STATUS-LISTADO        PIC X(02).
023200 01  WS-FECHA-SISTEMA         PIC 9(08).
023300 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
023400     05 WS-FECHA-AAAA         PIC 9(04).
023500     05 WS-FECHA-MM           PIC 9(02).
023600     05 WS-FECHA-DD           PIC 9(02).
023700
023800 01  CONTADORES.
023900     05 CNT-LINEAS-PAGINA     PIC 9(03) COMP VALUE ZERO.
024000     05 CNT-PAGINA            PIC 9(03) COMP VALUE ZERO.
024100     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
024200
024300******************************************************************
024400*    PARAMETRO DE EJECUCION: "REAL <ID-OPERADOR>" APLICA LA
024500*    REORGANIZACION; CUALQUIER OTRO VALOR DEJA EL PROGRAMA EN
024600*    SIMULACION. SIN IDENTIFICADOR SE TOMA "LOTE", COMO EN LA
024700*    CARGA POR LOTE DE EMPMANT.
024800******************************************************************
024900 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
025000 01  WS-PARM-MODO             PIC X(10) VALUE SPACES.
025100 01  WS-PARM-OPERADOR         PIC X(08) VALUE SPACES.
025200
025300 01  MODO-EJECUCION-SW        PIC X(01) VALUE "S".
025400     88 MODO-REAL                    VALUE "R".
025500     88 MODO-SIMULACION              VALUE "S".
025600
025700 01  REOR-OPERADOR            PIC X(08) VALUE SPACES.
025800 01  REOR-OPER-ROL            PIC X(01) VALUE SPACE.
025900     88 REOR-OPER-PUEDE-REORGANIZAR  VALUES "S" "A".
026000 01  REOR-OPER-ESTADO         PIC X(01) VALUE SPACE.
026100     88 REOR-OPER-ACTIVO             VALUE "A".
026200
026300******************************************************************
026400*    TABLA DEL MAESTRO EN MEMORIA: EL FICHERO SE LEE ENTERO Y,
026500*    EN MODO REAL, SE REESCRIBE empleados.csv DESDE AQUI, IGUAL
026600*    QUE HACEN EMPREVSA Y EMPAPLIC.
026700******************************************************************
026800 01  TABLA-EMPLEADOS.
026900     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
027000     05 TABLA-EMP-ENTRADA     OCCURS 10000 TIMES
027100                              INDEXED BY TABLA-EMP-IDX.
027200        10 TABLA-EMP-REGISTRO PIC X(97).
027300
027400******************************************************************
027500*    TABLA DE DEPARTAMENTOS CON EL REGISTRO COMPLETO: AL RETIRAR
027600*    CODIGOS, departamentos.csv SE REESCRIBE DESDE AQUI SIN LOS
027700*    MARCADOS PARA RETIRAR.
027800******************************************************************
027900 01  TABLA-DEPTOS.
028000     05 TABLA-DEPTOS-TOTAL    PIC 9(03) COMP VALUE ZERO.
028100     05 TABLA-DEPTOS-ENTRADA  OCCURS 50 TIMES
028200                              INDEXED BY TABLA-DEPTOS-IDX.
028300        10 TABLA-DEPTOS-REGISTRO PIC X(68).
028400        10 TABLA-DEPTOS-RETIRAR  PIC X(01).
028500           88 TABLA-DEPTOS-RETIRADO     VALUE "S".
028600
028700******************************************************************
028800*    TABLA DE CAMBIOS PROGRAMADOS EN MEMORIA: SE REDIRIGEN LOS
028900*    TRASLADOS PENDIENTES HACIA UN DEPARTAMENTO QUE SE RETIRA, SE
029000*    AÑADEN LOS TRASLADOS DE LAS LINEAS CON FECHA FUTURA Y, EN
029100*    MODO REAL, EMPPROG SE REESCRIBE ENTERO DESDE AQUI.
029200******************************************************************
029300 01  TABLA-PROGRAMADOS.
029400     05 TABLA-PROG-TOTAL      PIC 9(04) COMP VALUE ZERO.
029500     05 TABLA-PROG-ENTRADA    OCCURS 2000 TIMES
029600                              INDEXED BY TABLA-PROG-IDX.
029700        10 TABLA-PROG-REGISTRO PIC X(108).
029800
029900******************************************************************
030000*    TABLA DE LINEAS DE REORGANIZACION, CARGADA DESDE EMPREOPA,
030100*    CON EL RESULTADO Y LOS CONTADORES DE CADA LINEA.
030200******************************************************************
030300 01  TABLA-REOR.
030400     05 TABLA-REOR-TOTAL      PIC 9(03) COMP VALUE ZERO.
030500     05 TABLA-REOR-ENTRADA    OCCURS 50 TIMES
030600                              INDEXED BY TABLA-REOR-IDX
030700                                         TABLA-REOR-IDX2.
030800        10 TABLA-REOR-ANTIGUO      PIC X(03).
030900        10 TABLA-REOR-NUEVO        PIC X(03).
031000        10 TABLA-REOR-FECHA        PIC 9(08).
031100        10 TABLA-REOR-FECHA-X      REDEFINES TABLA-REOR-FECHA
031200                                   PIC X(08).
031300        10 TABLA-REOR-ESTADO       PIC X(01).
031400           88 TABLA-REOR-VALIDA           VALUE "V".
031500           88 TABLA-REOR-RECHAZADA        VALUE "R".
031600        10 TABLA-REOR-MOTIVO       PIC X(30).
031700        10 TABLA-REOR-TRASLADADOS  PIC 9(05) COMP.
031800        10 TABLA-REOR-PROGRAMADOS  PIC 9(05) COMP.
031900        10 TABLA-REOR-REDIRIGIDOS  PIC 9(05) COMP.
032000        10 TABLA-REOR-BAJAS        PIC 9(05) COMP.
032100        10 TABLA-REOR-ERRORES      PIC 9(05) COMP.
032200
032300******************************************************************
032400*    CAMPOS DE TRABAJO DE LA LINEA Y DEL EMPLEADO EN CURSO.
032500******************************************************************
032600 01  REOR-FECHA-TRABAJO       PIC 9(08).
032700 01  REOR-FECHA-PARTES        REDEFINES REOR-FECHA-TRABAJO.
032800     05 REOR-FECHA-AAAA       PIC 9(04).
032900     05 REOR-FECHA-MM         PIC 9(02).
033000     05 REOR-FECHA-DD         PIC 9(02).
033100 01  REOR-DEPTO-BUSCADO       PIC X(03).
033200 01  REOR-IMAGEN-ANTES        PIC X(97).
033300
033400 01  REOR-CONTADORES.
033500     05 REOR-LEIDAS           PIC 9(05) COMP VALUE ZERO.
033600     05 REOR-RECHAZADAS       PIC 9(05) COMP VALUE ZERO.
033700     05 REOR-EN-ESPERA        PIC 9(05) COMP VALUE ZERO.
033800     05 REOR-RETIRADOS        PIC 9(05) COMP VALUE ZERO.
033900     05 REOR-NO-RETIRADOS     PIC 9(05) COMP VALUE ZERO.
034000     05 REOR-TRASLADADOS      PIC 9(05) COMP VALUE ZERO.
034100     05 REOR-PROGRAMADOS      PIC 9(05) COMP VALUE ZERO.
034200     05 REOR-REDIRIGIDOS      PIC 9(05) COMP VALUE ZERO.
034300     05 REOR-ERRORES          PIC 9(05) COMP VALUE ZERO.
034400
034500 01  REOR-SWITCHES.
034600     05 REOR-FIN-MAESTRO-SW   PIC X(01) VALUE "N".
034700        88 REOR-FIN-MAESTRO          VALUE "S".
034800     05 REOR-FIN-DEPTOS-SW    PIC X(01) VALUE "N".
034900        88 REOR-FIN-DEPTOS           VALUE "S".
035000     05 REOR-FIN-OPER-SW      PIC X(01) VALUE "N".
035100        88 REOR-FIN-OPER             VALUE "S".
035200     05 REOR-OPER-HALLADO-SW  PIC X(01) VALUE "N".
035300        88 REOR-OPER-HALLADO         VALUE "S".
035400     05 REOR-FIN-LINEAS-SW    PIC X(01) VALUE "N".
035500        88 REOR-FIN-LINEAS           VALUE "S".
035600     05 REOR-FIN-PROG-SW      PIC X(01) VALUE "N".
035700        88 REOR-FIN-PROG             VALUE "S".
035800     05 REOR-TABLA-LLENA-SW   PIC X(01) VALUE "N".
035900        88 REOR-TABLA-LLENA          VALUE "S".
036000     05 REOR-DEPTOS-LLENOS-SW PIC X(01) VALUE "N".
036100        88 REOR-DEPTOS-LLENOS        VALUE "S".
036200     05 REOR-PROG-LLENA-SW    PIC X(01) VALUE "N".
036300        88 REOR-PROG-LLENA           VALUE "S".
036400     05 REOR-LINEAS-LLENAS-SW PIC X(01) VALUE "N".
036500        88 REOR-LINEAS-LLENAS        VALUE "S".
036600     05 REOR-DEPTO-VALIDO-SW  PIC X(01) VALUE "N".
036700        88 REOR-DEPTO-VALIDO         VALUE "S".
036800     05 REOR-REPETIDO-SW      PIC X(01) VALUE "N".
036900        88 REOR-REPETIDO             VALUE "S".
037000     05 REOR-HALLADO-SW       PIC X(01) VALUE "N".
037100        88 REOR-HALLADO              VALUE "S".
037200     05 REOR-HAY-LINEAS-SW    PIC X(01) VALUE "N".
037300        88 REOR-HAY-LINEAS           VALUE "S".
037400     05 REOR-HAY-TRASLADOS-SW PIC X(01) VALUE "N".
037500        88 REOR-HAY-TRASLADOS        VALUE "S".
037600     05 REOR-HAY-PROG-SW      PIC X(01) VALUE "N".
037700        88 REOR-HAY-PROG             VALUE "S".
037800     05 REOR-HAY-RETIROS-SW   PIC X(01) VALUE "N".
037900        88 REOR-HAY-RETIROS          VALUE "S".
038000     05 REOR-ERROR-MAESTRO-SW PIC X(01) VALUE "N".
038100        88 REOR-ERROR-MAESTRO        VALUE "S".
038200
038300 PROCEDURE DIVISION.
038400******************************************************************
038500*    0000-MAINLINE
038600*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.
038700******************************************************************
038800 0000-MAINLINE.
038900     PERFORM 1000-INICIALIZAR
039000         THRU 1000-EXIT.
039100
039200     PERFORM 2000-CARGAR-MAESTRO
039300         THRU 2000-EXIT.
039400
039500     PERFORM 2200-CARGAR-DEPTOS
039600         THRU 2200-EXIT.
039700
039800     PERFORM 2500-CARGAR-PROGRAMADOS
039900         THRU 2500-EXIT.
040000
040100     PERFORM 2700-CARGAR-LINEAS
040200         THRU 2700-EXIT.
040300
040400     EVALUATE TRUE
040500*        SI ALGUN FICHERO NO CABE EN SU TABLA, REESCRIBIRLO
040600*        PERDERIA LOS REGISTROS QUE NO CUPIERON, Y UNA
040700*        REORGANIZACION A MEDIAS ES PEOR QUE NINGUNA.
040800         WHEN REOR-TABLA-LLENA
040900             DISPLAY "Maestro mayor que la tabla: NO se "
041000                 "reorganiza nada."
041100             MOVE 16 TO RETURN-CODE
041200         WHEN REOR-DEPTOS-LLENOS
041300             DISPLAY "departamentos.csv mayor que la tabla: NO "
041400                 "se reorganiza nada."
041500             MOVE 16 TO RETURN-CODE
041600         WHEN REOR-PROG-LLENA
041700             DISPLAY "EMPPROG mayor que la tabla de cambios: NO "
041800                 "se reorganiza nada."
041900             MOVE 16 TO RETURN-CODE
042000         WHEN REOR-LINEAS-LLENAS
042100             DISPLAY "EMPREOPA mayor que la tabla de lineas: NO "
042200                 "se reorganiza nada."
042300             MOVE 16 TO RETURN-CODE
042400         WHEN TABLA-REOR-TOTAL = ZERO
042500             DISPLAY "No hay lineas de reorganizacion."
042600         WHEN OTHER
042700             IF MODO-REAL
042800                 PERFORM 1100-ABRIR-HISTORICOS
042900                     THRU 1100-EXIT
043000             END-IF
043100             PERFORM 2800-VALIDAR-LINEA
043200                 THRU 2800-EXIT
043300                 VARYING TABLA-REOR-IDX FROM 1 BY 1
043400                 UNTIL TABLA-REOR-IDX > TABLA-REOR-TOTAL
043500             MOVE "TRASLADOS POR REORGANIZACION" TO LS-TITULO
043600             PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT
043700             PERFORM 3000-PROCESAR-LINEA
043800                 THRU 3000-EXIT
043900                 VARYING TABLA-REOR-IDX FROM 1 BY 1
044000                 UNTIL TABLA-REOR-IDX > TABLA-REOR-TOTAL
044100             PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT
044200             MOVE "RESULTADO POR LINEA DE REORGANIZACION"
044300                 TO LS-TITULO
044400             PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT
044500             MOVE LIN-TITULO-LINEAS TO REOR-LINEA-SALIDA
044600             PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
044700             PERFORM 4000-LISTAR-LINEA
044800                 THRU 4000-EXIT
044900                 VARYING TABLA-REOR-IDX FROM 1 BY 1
045000                 UNTIL TABLA-REOR-IDX > TABLA-REOR-TOTAL
045100             IF MODO-REAL
045200                 PERFORM 5000-APLICAR-RESULTADOS
045300                     THRU 5000-EXIT
045400                 CLOSE EMPLEADOS-HISTORIAL
045500                 CLOSE EMPLEADOS-MOVIMIENTOS
045600             END-IF
045700     END-EVALUATE.
045800
045900     PERFORM 6000-ESCRIBIR-RESUMEN
046000         THRU 6000-EXIT.
046100
046200     PERFORM 9000-FINALIZAR
046300         THRU 9000-EXIT.
046400
046500     STOP RUN.
046600
046700 0000-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*    1000-INICIALIZAR
047200*    LEE EL PARAMETRO DE EJECUCION (REAL O SIMULACION), VALIDA AL
047300*    OPERADOR EN MODO REAL, OBTIENE LA FECHA DEL DIA, QUE DECIDE
047400*    QUE LINEAS HAN VENCIDO, Y ABRE EL INFORME.
047500******************************************************************
047600 1000-INICIALIZAR.
047700     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
047800     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
047900         INTO WS-PARM-MODO WS-PARM-OPERADOR.
048000     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
048100
048200     IF WS-PARM-MODO = "REAL"
048300         SET MODO-REAL TO TRUE
048400         MOVE "MODO REAL   " TO LC1-MODO
048500         MOVE WS-PARM-OPERADOR TO REOR-OPERADOR
048600         IF REOR-OPERADOR = SPACES
048700             MOVE "LOTE" TO REOR-OPERADOR
048800         END-IF
048900         PERFORM 1050-VALIDAR-OPERADOR
049000             THRU 1050-EXIT
049100     ELSE
049200         SET MODO-SIMULACION TO TRUE
049300         MOVE "SIMULACION  " TO LC1-MODO
049400     END-IF.
049500
049600     MOVE WS-FECHA-AAAA TO LC1-FECHA (1:4).
049700     MOVE WS-FECHA-MM   TO LC1-FECHA (6:2).
049800     MOVE WS-FECHA-DD   TO LC1-FECHA (9:2).
049900
050000     OPEN OUTPUT REORGANIZACION-LISTADO.
050100     IF FS-STATUS-LISTADO NOT = "00"
050200         DISPLAY "Error al abrir el informe. STATUS: "
050300             FS-STATUS-LISTADO
050400         MOVE 16 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700
050800 1000-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200*    1050-VALIDAR-OPERADOR
051300*    BUSCA EL IDENTIFICADOR DEL PARAMETRO EN EL MAESTRO DE
051400*    OPERADORES. UNA REORGANIZACION TRASLADA DEPARTAMENTOS
051500*    ENTEROS Y RETIRA CODIGOS, POR LO QUE SOLO LA PUEDE APLICAR UN
051600*    SUPERVISOR O ADMINISTRADOR ACTIVO; EN CUALQUIER OTRO CASO EL
051700*    PROGRAMA TERMINA SIN HABER ABIERTO NINGUN FICHERO, CON
051800*    RETURN-CODE 16.
051900******************************************************************
052000 1050-VALIDAR-OPERADOR.
052100     MOVE "N" TO REOR-OPER-HALLADO-SW.
052200     MOVE "N" TO REOR-FIN-OPER-SW.
052300     MOVE SPACE TO REOR-OPER-ROL.
052400     MOVE SPACE TO REOR-OPER-ESTADO.
052500
052600     OPEN INPUT OPERADORES-ARCHIVO.
052700     IF FS-STATUS-OPER = "00"
052800         PERFORM 1060-LEER-UN-OPERADOR
052900             THRU 1060-EXIT
053000             UNTIL REOR-FIN-OPER OR REOR-OPER-HALLADO
053100         CLOSE OPERADORES-ARCHIVO
053200     END-IF.
053300
053400     IF NOT REOR-OPER-HALLADO
053500         DISPLAY "OPERADOR " REOR-OPERADOR
053600             " NO REGISTRADO: ACCESO DENEGADO."
053700         MOVE 16 TO RETURN-CODE
053800         STOP RUN
053900     END-IF.
054000     IF NOT REOR-OPER-ACTIVO
054100         DISPLAY "OPERADOR " REOR-OPERADOR
054200             " INACTIVO: ACCESO DENEGADO."
054300         MOVE 16 TO RETURN-CODE
054400         STOP RUN
054500     END-IF.
054600     IF NOT REOR-OPER-PUEDE-REORGANIZAR
054700         DISPLAY "EL IDENTIFICADOR " REOR-OPERADOR
054800             " NO TIENE ROL DE SUPERVISOR: ACCESO DENEGADO."
054900         MOVE 16 TO RETURN-CODE
055000         STOP RUN
055100     END-IF.
055200
055300 1050-EXIT.
055400     EXIT.
055500
055600 1060-LEER-UN-OPERADOR.
055700     READ OPERADORES-ARCHIVO
055800         AT END
055900             MOVE "S" TO REOR-FIN-OPER-SW
056000         NOT AT END
056100             IF OPERADORES-ID = REOR-OPERADOR
056200                 MOVE "S" TO REOR-OPER-HALLADO-SW
056300                 MOVE OPERADORES-ROL    TO REOR-OPER-ROL
056400                 MOVE OPERADORES-ESTADO TO REOR-OPER-ESTADO
056500             END-IF
056600     END-READ.
056700
056800 1060-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200*    1100-ABRIR-HISTORICOS
057300*    ABRE EL HISTORIAL DE CAMBIOS Y EL HISTORICO DE MOVIMIENTOS
057400*    PARA AÑADIR AL FINAL, O LOS CREA SI TODAVIA NO EXISTEN, CON
057500*    LA MISMA LOGICA EXTEND/OUTPUT QUE EMPMANT. SIN ELLOS NO SE
057600*    PUEDE TRASLADAR A NADIE SIN PERDER LA AUDITORIA.
057700******************************************************************
057800 1100-ABRIR-HISTORICOS.
057900     OPEN EXTEND EMPLEADOS-HISTORIAL.
058000     IF FS-STATUS-HIST = "35"
058100         OPEN OUTPUT EMPLEADOS-HISTORIAL
058200     END-IF.
058300     IF FS-STATUS-HIST NOT = "00"
058400         DISPLAY "Error fatal en el historial de cambios. "
058500             "STATUS: " FS-STATUS-HIST
058600         CLOSE REORGANIZACION-LISTADO
058700         MOVE 16 TO RETURN-CODE
058800         STOP RUN
058900     END-IF.
059000
059100     OPEN EXTEND EMPLEADOS-MOVIMIENTOS.
059200     IF FS-STATUS-MOV = "35"
059300         OPEN OUTPUT EMPLEADOS-MOVIMIENTOS
059400     END-IF.
059500     IF FS-STATUS-MOV NOT = "00"
059600         DISPLAY "Error fatal en el historico de movimientos. "
059700             "STATUS: " FS-STATUS-MOV
059800         CLOSE EMPLEADOS-HISTORIAL
059900         CLOSE REORGANIZACION-LISTADO
060000         MOVE 16 TO RETURN-CODE
060100         STOP RUN
060200     END-IF.
060300
060400 1100-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    2000-CARGAR-MAESTRO
060900*    LEE empleados.csv ENTERO Y LO DEJA EN LA TABLA-EMPLEADOS.
061000******************************************************************
061100 2000-CARGAR-MAESTRO.
061200     OPEN INPUT EMPLEADOS-ARCHIVO.
061300     IF FS-STATUS NOT = "00"
061400         DISPLAY "No se ha podido abrir empleados.csv. STATUS: "
061500             FS-STATUS
061600         CLOSE REORGANIZACION-LISTADO
061700         MOVE 16 TO RETURN-CODE
061800         STOP RUN
061900     END-IF.
062000
062100     MOVE "N" TO REOR-FIN-MAESTRO-SW.
062200     PERFORM 2100-LEER-UN-EMPLEADO
062300         THRU 2100-EXIT
062400         UNTIL REOR-FIN-MAESTRO.
062500     CLOSE EMPLEADOS-ARCHIVO.
062600
062700 2000-EXIT.
062800     EXIT.
062900
063000 2100-LEER-UN-EMPLEADO.
063100     READ EMPLEADOS-ARCHIVO
063200         AT END
063300             MOVE "S" TO REOR-FIN-MAESTRO-SW
063400         NOT AT END
063500             IF TABLA-EMP-TOTAL < 10000
063600                 ADD 1 TO TABLA-EMP-TOTAL
063700                 MOVE EMPLEADOS-REGISTRO TO
063800                     TABLA-EMP-REGISTRO(TABLA-EMP-TOTAL)
063900             ELSE
064000                 MOVE "S" TO REOR-TABLA-LLENA-SW
064100             END-IF
064200     END-READ.
064300
064400 2100-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800*    2200-CARGAR-DEPTOS
064900*    CARGA EN LA TABLA-DEPTOS EL MAESTRO DE DEPARTAMENTOS
065000*    COMPLETO. SIN EL NO SE PUEDE VALIDAR NI RETIRAR NADA.
065100******************************************************************
065200 2200-CARGAR-DEPTOS.
065300     OPEN INPUT DEPARTAMENTOS-ARCHIVO.
065400     IF FS-STATUS-DEPTOS NOT = "00"
065500         DISPLAY "No se ha podido abrir departamentos.csv. "
065600             "STATUS: " FS-STATUS-DEPTOS
065700         CLOSE REORGANIZACION-LISTADO
065800         MOVE 16 TO RETURN-CODE
065900         STOP RUN
066000     END-IF.
066100
066200     MOVE "N" TO REOR-FIN-DEPTOS-SW.
066300     PERFORM 2210-LEER-UN-DEPTO
066400         THRU 2210-EXIT
066500         UNTIL REOR-FIN-DEPTOS.
066600     CLOSE DEPARTAMENTOS-ARCHIVO.
066700
066800 2200-EXIT.
066900     EXIT.
067000
067100 2210-LEER-UN-DEPTO.
067200     READ DEPARTAMENTOS-ARCHIVO
067300         AT END
067400             MOVE "S" TO REOR-FIN-DEPTOS-SW
067500         NOT AT END
067600             IF TABLA-DEPTOS-TOTAL < 50
067700                 ADD 1 TO TABLA-DEPTOS-TOTAL
067800                 MOVE DEPARTAMENTOS-REGISTRO TO
067900                     TABLA-DEPTOS-REGISTRO(TABLA-DEPTOS-TOTAL)
068000                 MOVE "N" TO
068100                     TABLA-DEPTOS-RETIRAR(TABLA-DEPTOS-TOTAL)
068200             ELSE
068300                 MOVE "S" TO REOR-DEPTOS-LLENOS-SW
068400             END-IF
068500     END-READ.
068600
068700 2210-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100*    2500-CARGAR-PROGRAMADOS
069200*    LEE EMPPROG ENTERO Y LO DEJA EN LA TABLA-PROGRAMADOS. SI
069300*    EMPPROG NO EXISTE NO HAY NADA PROGRAMADO.
069400******************************************************************
069500 2500-CARGAR-PROGRAMADOS.
069600     OPEN INPUT CAMBIOS-PROGRAMADOS.
069700     IF FS-STATUS-PROG = "35"
069800         GO TO 2500-EXIT
069900     END-IF.
070000     IF FS-STATUS-PROG NOT = "00"
070100         DISPLAY "No se ha podido abrir EMPPROG. STATUS: "
070200             FS-STATUS-PROG
070300         CLOSE REORGANIZACION-LISTADO
070400         MOVE 16 TO RETURN-CODE
070500         STOP RUN
070600     END-IF.
070700
070800     MOVE "N" TO REOR-FIN-PROG-SW.
070900     PERFORM 2510-LEER-UN-PROGRAMADO
071000         THRU 2510-EXIT
071100         UNTIL REOR-FIN-PROG.
071200     CLOSE CAMBIOS-PROGRAMADOS.
071300
071400 2500-EXIT.
071500     EXIT.
071600
071700 2510-LEER-UN-PROGRAMADO.
071800     READ CAMBIOS-PROGRAMADOS
071900         AT END
072000             MOVE "S" TO REOR-FIN-PROG-SW
072100         NOT AT END
072200             IF TABLA-PROG-TOTAL < 2000
072300                 ADD 1 TO TABLA-PROG-TOTAL
072400                 MOVE PROG-REGISTRO TO
072500                     TABLA-PROG-REGISTRO(TABLA-PROG-TOTAL)
072600             ELSE
072700                 MOVE "S" TO REOR-PROG-LLENA-SW
072800             END-IF
072900     END-READ.
073000
073100 2510-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500*    2700-CARGAR-LINEAS
073600*    LEE EL FICHERO DE LINEAS DE REORGANIZACION EMPREOPA Y LO
073700*    DEJA EN LA TABLA-REOR, CON LOS CONTADORES A CERO.
073800******************************************************************
073900 2700-CARGAR-LINEAS.
074000     OPEN INPUT REORGANIZACION-LINEAS.
074100     IF FS-STATUS-REOR NOT = "00"
074200         DISPLAY "No se ha podido abrir EMPREOPA. STATUS: "
074300             FS-STATUS-REOR
074400         CLOSE REORGANIZACION-LISTADO
074500         MOVE 16 TO RETURN-CODE
074600         STOP RUN
074700     END-IF.
074800
074900     MOVE "N" TO REOR-FIN-LINEAS-SW.
075000     PERFORM 2710-LEER-UNA-LINEA
075100         THRU 2710-EXIT
075200         UNTIL REOR-FIN-LINEAS.
075300     CLOSE REORGANIZACION-LINEAS.
075400
075500 2700-EXIT.
075600     EXIT.
075700
075800 2710-LEER-UNA-LINEA.
075900     READ REORGANIZACION-LINEAS
076000         AT END
076100             MOVE "S" TO REOR-FIN-LINEAS-SW
076200         NOT AT END
076300             ADD 1 TO REOR-LEIDAS
076400             IF TABLA-REOR-TOTAL < 50
076500                 ADD 1 TO TABLA-REOR-TOTAL
076600                 SET TABLA-REOR-IDX TO TABLA-REOR-TOTAL
076700                 MOVE REOR-DEPTO-ANTIGUO
076800                     TO TABLA-REOR-ANTIGUO(TABLA-REOR-IDX)
076900                 MOVE REOR-DEPTO-NUEVO
077000                     TO TABLA-REOR-NUEVO(TABLA-REOR-IDX)
077100                 MOVE REOR-FECHA-EFECTIVA
077200                     TO TABLA-REOR-FECHA(TABLA-REOR-IDX)
077300                 MOVE "V" TO TABLA-REOR-ESTADO(TABLA-REOR-IDX)
077400                 MOVE SPACES TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
077500                 MOVE ZERO TO
077600                     TABLA-REOR-TRASLADADOS(TABLA-REOR-IDX)
077700                     TABLA-REOR-PROGRAMADOS(TABLA-REOR-IDX)
077800                     TABLA-REOR-REDIRIGIDOS(TABLA-REOR-IDX)
077900                     TABLA-REOR-BAJAS(TABLA-REOR-IDX)
078000                     TABLA-REOR-ERRORES(TABLA-REOR-IDX)
078100             ELSE
078200                 MOVE "S" TO REOR-LINEAS-LLENAS-SW
078300             END-IF
078400     END-READ.
078500
078600 2710-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000*    2800-VALIDAR-LINEA
079100*    COMPRUEBA LA LINEA ACTUAL DE LA TABLA ANTES DE TOCAR NADA:
079200*    FECHA EFECTIVA REAL, AMBOS DEPARTAMENTOS EXISTENTES Y
079300*    DISTINTOS, DEPARTAMENTO ANTIGUO NO REPETIDO EN UNA LINEA
079400*    ANTERIOR Y DEPARTAMENTO NUEVO QUE NO SE RETIRE EN ESTA MISMA
079500*    REORGANIZACION (LOS EMPLEADOS QUEDARIAN EN UN CODIGO
079600*    RETIRADO). UNA LINEA INVALIDA SE MARCA COMO RECHAZADA CON
079700*    SU MOTIVO Y NO SE PROCESA.
079800******************************************************************
079900 2800-VALIDAR-LINEA.
080000     IF TABLA-REOR-ANTIGUO(TABLA-REOR-IDX) = SPACES
080100         OR TABLA-REOR-NUEVO(TABLA-REOR-IDX) = SPACES
080200         MOVE "LINEA INCOMPLETA"
080300             TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
080400         GO TO 2890-RECHAZAR
080500     END-IF.
080600
080700     IF TABLA-REOR-FECHA-X(TABLA-REOR-IDX) IS NOT NUMERIC
080800         MOVE "FECHA EFECTIVA INVALIDA"
080900             TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
081000         GO TO 2890-RECHAZAR
081100     END-IF.
081200     MOVE TABLA-REOR-FECHA(TABLA-REOR-IDX) TO REOR-FECHA-TRABAJO.
081300     IF REOR-FECHA-AAAA = ZERO
081400         OR REOR-FECHA-MM < 1 OR REOR-FECHA-MM > 12
081500         OR REOR-FECHA-DD < 1 OR REOR-FECHA-DD > 31
081600         MOVE "FECHA EFECTIVA INVALIDA"
081700             TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
081800         GO TO 2890-RECHAZAR
081900     END-IF.
082000
082100     IF TABLA-REOR-ANTIGUO(TABLA-REOR-IDX)
082200         = TABLA-REOR-NUEVO(TABLA-REOR-IDX)
082300         MOVE "ANTIGUO Y NUEVO SON EL MISMO"
082400             TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
082500         GO TO 2890-RECHAZAR
082600     END-IF.
082700
082800     MOVE TABLA-REOR-ANTIGUO(TABLA-REOR-IDX)
082900         TO REOR-DEPTO-BUSCADO.
083000     PERFORM 2850-VALIDAR-DEPTO THRU 2850-EXIT.
083100     IF NOT REOR-DEPTO-VALIDO
083200         MOVE "DEPARTAMENTO ANTIGUO NO EXISTE"
083300             TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
083400         GO TO 2890-RECHAZAR
083500     END-IF.
083600
083700     MOVE TABLA-REOR-NUEVO(TABLA-REOR-IDX) TO REOR-DEPTO-BUSCADO.
083800     PERFORM 2850-VALIDAR-DEPTO THRU 2850-EXIT.
083900     IF NOT REOR-DEPTO-VALIDO
084000         MOVE "DEPARTAMENTO NUEVO NO EXISTE"
084100             TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
084200         GO TO 2890-RECHAZAR
084300     END-IF.
084400
084500     MOVE "N" TO REOR-REPETIDO-SW.
084600     PERFORM 2870-COMPARAR-ANTIGUO
084700         THRU 2870-EXIT
084800         VARYING TABLA-REOR-IDX2 FROM 1 BY 1
084900         UNTIL TABLA-REOR-IDX2 >= TABLA-REOR-IDX
085000         OR REOR-REPETIDO.
085100     IF REOR-REPETIDO
085200         MOVE "DEPARTAMENTO ANTIGUO REPETIDO"
085300             TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
085400         GO TO 2890-RECHAZAR
085500     END-IF.
085600
085700     MOVE "N" TO REOR-REPETIDO-SW.
085800     PERFORM 2880-COMPARAR-NUEVO
085900         THRU 2880-EXIT
086000         VARYING TABLA-REOR-IDX2 FROM 1 BY 1
086100         UNTIL TABLA-REOR-IDX2 > TABLA-REOR-TOTAL
086200         OR REOR-REPETIDO.
086300     IF REOR-REPETIDO
086400         MOVE "DEPTO. NUEVO TAMBIEN SE RETIRA"
086500             TO TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
086600         GO TO 2890-RECHAZAR
086700     END-IF.
086800
086900     GO TO 2800-EXIT.
087000
087100 2890-RECHAZAR.
087200     MOVE "R" TO TABLA-REOR-ESTADO(TABLA-REOR-IDX).
087300     ADD 1 TO REOR-RECHAZADAS.
087400
087500 2800-EXIT.
087600     EXIT.
087700
087800******************************************************************
087900*    2850-VALIDAR-DEPTO
088000*    ACTIVA REOR-DEPTO-VALIDO SI REOR-DEPTO-BUSCADO FIGURA EN LA
088100*    TABLA-DEPTOS, Y DEJA SU POSICION EN TABLA-DEPTOS-IDX.
088200******************************************************************
088300 2850-VALIDAR-DEPTO.
088400     MOVE "N" TO REOR-DEPTO-VALIDO-SW.
088500     PERFORM 2860-COMPARAR-DEPTO
088600         THRU 2860-EXIT
088700         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
088800         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL
088900         OR REOR-DEPTO-VALIDO.
089000     IF REOR-DEPTO-VALIDO
089100         SET TABLA-DEPTOS-IDX DOWN BY 1
089200     END-IF.
089300
089400 2850-EXIT.
089500     EXIT.
089600
089700 2860-COMPARAR-DEPTO.
089800     IF TABLA-DEPTOS-REGISTRO(TABLA-DEPTOS-IDX)(1:3)
089900         = REOR-DEPTO-BUSCADO
090000         MOVE "S" TO REOR-DEPTO-VALIDO-SW
090100     END-IF.
090200
090300 2860-EXIT.
090400     EXIT.
090500
090600 2870-COMPARAR-ANTIGUO.
090700     IF TABLA-REOR-VALIDA(TABLA-REOR-IDX2)
090800         AND TABLA-REOR-ANTIGUO(TABLA-REOR-IDX2)
090900             = TABLA-REOR-ANTIGUO(TABLA-REOR-IDX)
091000         MOVE "S" TO REOR-REPETIDO-SW
091100     END-IF.
091200
091300 2870-EXIT.
091400     EXIT.
091500
091600 2880-COMPARAR-NUEVO.
091700     IF NOT TABLA-REOR-RECHAZADA(TABLA-REOR-IDX2)
091800         AND TABLA-REOR-ANTIGUO(TABLA-REOR-IDX2)
091900             = TABLA-REOR-NUEVO(TABLA-REOR-IDX)
092000         MOVE "S" TO REOR-REPETIDO-SW
092100     END-IF.
092200
092300 2880-EXIT.
092400     EXIT.
092500
092600******************************************************************
092700*    3000-PROCESAR-LINEA
092800*    PARA LA LINEA ACTUAL, SI ES VALIDA, RECORRE EL MAESTRO Y
092900*    TRASLADA (O PROGRAMA, SI LA FECHA EFECTIVA ES FUTURA) CADA
093000*    EMPLEADO ACTIVO DEL DEPARTAMENTO ANTIGUO. SI LA FECHA YA HA
093100*    LLEGADO Y NO HUBO ERRORES, REDIRIGE LOS TRASLADOS
093200*    PROGRAMADOS HACIA EL DEPARTAMENTO ANTIGUO Y LO MARCA PARA
093300*    RETIRARLO DEL MAESTRO DE DEPARTAMENTOS.
093400******************************************************************
093500 3000-PROCESAR-LINEA.
093600     IF NOT TABLA-REOR-VALIDA(TABLA-REOR-IDX)
093700         GO TO 3000-EXIT
093800     END-IF.
093900
094000     PERFORM 3100-PROCESAR-EMPLEADO
094100         THRU 3100-EXIT
094200         VARYING TABLA-EMP-IDX FROM 1 BY 1
094300         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
094400
094500     IF TABLA-REOR-FECHA(TABLA-REOR-IDX) > WS-FECHA-SISTEMA
094600         ADD 1 TO REOR-EN-ESPERA
094700         GO TO 3000-EXIT
094800     END-IF.
094900
095000     IF TABLA-REOR-ERRORES(TABLA-REOR-IDX) > ZERO
095100         ADD 1 TO REOR-NO-RETIRADOS
095200         GO TO 3000-EXIT
095300     END-IF.
095400
095500     PERFORM 3500-REDIRIGIR-PROGRAMADO
095600         THRU 3500-EXIT
095700         VARYING TABLA-PROG-IDX FROM 1 BY 1
095800         UNTIL TABLA-PROG-IDX > TABLA-PROG-TOTAL.
095900
096000     MOVE TABLA-REOR-ANTIGUO(TABLA-REOR-IDX)
096100         TO REOR-DEPTO-BUSCADO.
096200     PERFORM 2850-VALIDAR-DEPTO THRU 2850-EXIT.
096300     IF REOR-DEPTO-VALIDO
096400         MOVE "S" TO TABLA-DEPTOS-RETIRAR(TABLA-DEPTOS-IDX)
096500         MOVE "S" TO REOR-HAY-RETIROS-SW
096600         ADD 1 TO REOR-RETIRADOS
096700     END-IF.
096800
096900 3000-EXIT.
097000     EXIT.
097100
097200******************************************************************
097300*    3100-PROCESAR-EMPLEADO
097400*    SI EL EMPLEADO ACTUAL DE LA TABLA PERTENECE AL DEPARTAMENTO
097500*    ANTIGUO DE LA LINEA, LO TRASLADA O PROGRAMA SU TRASLADO SI
097600*    ESTA ACTIVO; SI ESTA DE BAJA SOLO LO CUENTA, PORQUE CONSERVA
097700*    EL CODIGO QUE TENIA AL SALIR.
097800******************************************************************
097900 3100-PROCESAR-EMPLEADO.
098000     MOVE TABLA-EMP-REGISTRO(TABLA-EMP-IDX) TO EMPLEADOS-REGISTRO.
098100     IF EMPLEADOS-DEPTO NOT = TABLA-REOR-ANTIGUO(TABLA-REOR-IDX)
098200         GO TO 3100-EXIT
098300     END-IF.
098400
098500     IF EMPLEADOS-EN-BAJA
098600         ADD 1 TO TABLA-REOR-BAJAS(TABLA-REOR-IDX)
098700         GO TO 3100-EXIT
098800     END-IF.
098900
099000     MOVE TABLA-REOR-FECHA(TABLA-REOR-IDX) TO LD-FECHA-EFECTIVA.
099100     IF TABLA-REOR-FECHA(TABLA-REOR-IDX) > WS-FECHA-SISTEMA
099200         PERFORM 3300-PROGRAMAR-TRASLADO THRU 3300-EXIT
099300     ELSE
099400         PERFORM 3200-TRASLADAR THRU 3200-EXIT
099500     END-IF.
099600
099700 3100-EXIT.
099800     EXIT.
099900
100000******************************************************************
100100*    3200-TRASLADAR
100200*    TRASLADA AL EMPLEADO ACTUAL AL DEPARTAMENTO NUEVO CON LA
100300*    FECHA EFECTIVA DE LA LINEA. EN MODO REAL ANOTA PRIMERO EL
100400*    MOVIMIENTO EN EMPMOV Y, SOLO SI SE GRABA, CAMBIA EL
100500*    DEPARTAMENTO EN LA TABLA DEL MAESTRO Y DEJA LA IMAGEN ANTES/
100600*    DESPUES EN EL HISTORIAL COMO OPERACION "T". UN TRASLADO
100700*    IDENTICO QUE ESTUVIERA PROGRAMADO EN EMPPROG SE DA POR
100800*    APLICADO, PARA QUE EMPAPLIC NO LO ANULE DESPUES.
100900******************************************************************
101000 3200-TRASLADAR.
101100     MOVE EMPLEADOS-REGISTRO TO REOR-IMAGEN-ANTES.
101200     MOVE EMPLEADOS-DEPTO    TO LD-ANTES.
101300
101400     IF MODO-REAL
101500         PERFORM 3700-GRABAR-MOVIMIENTO THRU 3700-EXIT
101600         IF FS-STATUS-MOV NOT = "00"
101700             MOVE TABLA-REOR-NUEVO(TABLA-REOR-IDX) TO LD-DESPUES
101800             MOVE "ERROR EN EMPMOV: NO SE TRASLADA"
101900                 TO LD-RESULTADO
102000             PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT
102100             ADD 1 TO TABLA-REOR-ERRORES(TABLA-REOR-IDX)
102200             ADD 1 TO REOR-ERRORES
102300             MOVE 16 TO RETURN-CODE
102400             GO TO 3200-EXIT
102500         END-IF
102600     END-IF.
102700
102800     MOVE TABLA-REOR-NUEVO(TABLA-REOR-IDX) TO EMPLEADOS-DEPTO.
102900     MOVE EMPLEADOS-REGISTRO TO TABLA-EMP-REGISTRO(TABLA-EMP-IDX).
103000     MOVE EMPLEADOS-DEPTO    TO LD-DESPUES.
103100     ADD 1 TO TABLA-REOR-TRASLADADOS(TABLA-REOR-IDX).
103200     ADD 1 TO REOR-TRASLADADOS.
103300     MOVE "S" TO REOR-HAY-TRASLADOS-SW.
103400
103500     IF MODO-REAL
103600         PERFORM 3750-GRABAR-HISTORIAL THRU 3750-EXIT
103700     END-IF.
103800
103900     PERFORM 3400-CERRAR-PROGRAMADO
104000         THRU 3400-EXIT
104100         VARYING TABLA-PROG-IDX FROM 1 BY 1
104200         UNTIL TABLA-PROG-IDX > TABLA-PROG-TOTAL.
104300
104400     MOVE "TRASLADADO" TO LD-RESULTADO.
104500     PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT.
104600
104700 3200-EXIT.
104800     EXIT.
104900
105000******************************************************************
105100*    3300-PROGRAMAR-TRASLADO
105200*    LINEA CON FECHA EFECTIVA FUTURA: AÑADE A LA TABLA DE CAMBIOS
105300*    PROGRAMADOS UN TRASLADO DEL EMPLEADO ACTUAL AL DEPARTAMENTO
105400*    NUEVO PARA ESA FECHA, SALVO QUE YA ESTE PROGRAMADO (POR
105500*    HABER LANZADO ANTES LA MISMA REORGANIZACION). EL MAESTRO NO
105600*    SE TOCA: EMPAPLIC LO APLICARA CUANDO LLEGUE EL DIA.
105700******************************************************************
105800 3300-PROGRAMAR-TRASLADO.
105900     MOVE EMPLEADOS-DEPTO TO LD-ANTES.
106000     MOVE TABLA-REOR-NUEVO(TABLA-REOR-IDX) TO LD-DESPUES.
106100
106200     MOVE "N" TO REOR-HALLADO-SW.
106300     PERFORM 3350-COMPARAR-PROGRAMADO
106400         THRU 3350-EXIT
106500         VARYING TABLA-PROG-IDX FROM 1 BY 1
106600         UNTIL TABLA-PROG-IDX > TABLA-PROG-TOTAL
106700         OR REOR-HALLADO.
106800     IF REOR-HALLADO
106900         MOVE "YA PROGRAMADO" TO LD-RESULTADO
107000         PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT
107100         GO TO 3300-EXIT
107200     END-IF.
107300
107400     IF TABLA-PROG-TOTAL >= 2000
107500         MOVE "SIN SITIO EN EMPPROG" TO LD-RESULTADO
107600         PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT
107700         ADD 1 TO TABLA-REOR-ERRORES(TABLA-REOR-IDX)
107800         ADD 1 TO REOR-ERRORES
107900         GO TO 3300-EXIT
108000     END-IF.
108100
108200     MOVE SPACES                  TO PROG-REGISTRO.
108300     MOVE "P"                     TO PROG-ESTADO.
108400     MOVE "T"                     TO PROG-TIPO.
108500     MOVE EMPLEADOS-ID            TO PROG-ID.
108600     MOVE TABLA-REOR-FECHA(TABLA-REOR-IDX)
108700         TO PROG-FECHA-EFECTIVA.
108800     MOVE ZERO                    TO PROG-SALARIO-NUEVO.
108900     MOVE TABLA-REOR-NUEVO(TABLA-REOR-IDX) TO PROG-DEPTO-NUEVO.
109000     MOVE "EMPREORG"              TO PROG-ORIGEN.
109100     MOVE REOR-OPERADOR           TO PROG-OPERADOR.
109200     MOVE ZERO                    TO PROG-FECHA-APLICACION.
109300     ACCEPT PROG-FECHA            FROM DATE YYYYMMDD.
109400     ACCEPT PROG-HORA             FROM TIME.
109500     ADD 1 TO TABLA-PROG-TOTAL.
109600     MOVE PROG-REGISTRO TO TABLA-PROG-REGISTRO(TABLA-PROG-TOTAL).
109700     MOVE "S" TO REOR-HAY-PROG-SW.
109800     ADD 1 TO TABLA-REOR-PROGRAMADOS(TABLA-REOR-IDX).
109900     ADD 1 TO REOR-PROGRAMADOS.
110000
110100     MOVE "PROGRAMADO" TO LD-RESULTADO.
110200     PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT.
110300
110400 3300-EXIT.
110500     EXIT.
110600
110700 3350-COMPARAR-PROGRAMADO.
110800     MOVE TABLA-PROG-REGISTRO(TABLA-PROG-IDX) TO PROG-REGISTRO.
110900     IF PROG-PENDIENTE
111000         AND PROG-TIPO-TRASLADO
111100         AND PROG-ID = EMPLEADOS-ID
111200         AND PROG-DEPTO-NUEVO = TABLA-REOR-NUEVO(TABLA-REOR-IDX)
111300         AND PROG-FECHA-EFECTIVA
111400             = TABLA-REOR-FECHA(TABLA-REOR-IDX)
111500         MOVE "S" TO REOR-HALLADO-SW
111600     END-IF.
111700
111800 3350-EXIT.
111900     EXIT.
112000
112100******************************************************************
112200*    3400-CERRAR-PROGRAMADO
112300*    SI EL CAMBIO ACTUAL DE LA TABLA ES EL MISMO TRASLADO QUE SE
112400*    ACABA DE HACER (PROGRAMADO POR UNA EJECUCION ANTERIOR DE LA
112500*    REORGANIZACION Y TODAVIA PENDIENTE), LO MARCA COMO APLICADO
112600*    CON LA FECHA DE HOY.
112700******************************************************************
112800 3400-CERRAR-PROGRAMADO.
112900     MOVE TABLA-PROG-REGISTRO(TABLA-PROG-IDX) TO PROG-REGISTRO.
113000     IF PROG-PENDIENTE
113100         AND PROG-TIPO-TRASLADO
113200         AND PROG-ID = EMPLEADOS-ID
113300         AND PROG-DEPTO-NUEVO = TABLA-REOR-NUEVO(TABLA-REOR-IDX)
113400         MOVE "A"              TO PROG-ESTADO
113500         MOVE WS-FECHA-SISTEMA TO PROG-FECHA-APLICACION
113600         MOVE "APLICADO EN LA REORGANIZACION" TO PROG-MOTIVO
113700         MOVE PROG-REGISTRO TO TABLA-PROG-REGISTRO(TABLA-PROG-IDX)
113800         MOVE "S" TO REOR-HAY-PROG-SW
113900     END-IF.
114000
114100 3400-EXIT.
114200     EXIT.
114300
114400******************************************************************
114500*    3500-REDIRIGIR-PROGRAMADO
114600*    SI EL CAMBIO ACTUAL DE LA TABLA ES UN TRASLADO PENDIENTE
114700*    HACIA EL DEPARTAMENTO QUE SE RETIRA, LO CAMBIA PARA QUE VAYA
114800*    AL DEPARTAMENTO NUEVO (EMPAPLIC LO ANULARIA AL NO EXISTIR YA
114900*    EL DESTINO) Y LO LISTA.
115000******************************************************************
115100 3500-REDIRIGIR-PROGRAMADO.
115200     MOVE TABLA-PROG-REGISTRO(TABLA-PROG-IDX) TO PROG-REGISTRO.
115300     IF NOT PROG-PENDIENTE
115400         OR NOT PROG-TIPO-TRASLADO
115500         OR PROG-DEPTO-NUEVO
115600             NOT = TABLA-REOR-ANTIGUO(TABLA-REOR-IDX)
115700         GO TO 3500-EXIT
115800     END-IF.
115900
116000     MOVE TABLA-REOR-NUEVO(TABLA-REOR-IDX) TO PROG-DEPTO-NUEVO.
116100     MOVE PROG-REGISTRO TO TABLA-PROG-REGISTRO(TABLA-PROG-IDX).
116200     MOVE "S" TO REOR-HAY-PROG-SW.
116300     ADD 1 TO TABLA-REOR-REDIRIGIDOS(TABLA-REOR-IDX).
116400     ADD 1 TO REOR-REDIRIGIDOS.
116500
116600     MOVE SPACES TO EMPLEADOS-REGISTRO.
116700     MOVE PROG-ID TO EMPLEADOS-ID.
116800     PERFORM 3550-BUSCAR-NOMBRE
116900         THRU 3550-EXIT
117000         VARYING TABLA-EMP-IDX FROM 1 BY 1
117100         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
117200     MOVE TABLA-REOR-ANTIGUO(TABLA-REOR-IDX) TO LD-ANTES.
117300     MOVE PROG-DEPTO-NUEVO TO LD-DESPUES.
117400     MOVE PROG-FECHA-EFECTIVA TO LD-FECHA-EFECTIVA.
117500     MOVE "PROGRAMADO REDIRIGIDO" TO LD-RESULTADO.
117600     PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT.
117700
117800 3500-EXIT.
117900     EXIT.
118000
118100 3550-BUSCAR-NOMBRE.
118200     IF TABLA-EMP-REGISTRO(TABLA-EMP-IDX)(1:5) = PROG-ID
118300         MOVE TABLA-EMP-REGISTRO(TABLA-EMP-IDX)
118400             TO EMPLEADOS-REGISTRO
118500     END-IF.
118600
118700 3550-EXIT.
118800     EXIT.
118900
119000******************************************************************
119100*    3700-GRABAR-MOVIMIENTO
119200*    AÑADE A EMPMOV EL MOVIMIENTO DE DEPARTAMENTO DEL EMPLEADO
119300*    ACTUAL, CON LA FECHA EFECTIVA DE LA LINEA Y EL OPERADOR DEL
119400*    PARAMETRO. DEJA EL STATUS EN FS-STATUS-MOV.
119500******************************************************************
119600 3700-GRABAR-MOVIMIENTO.
119700     MOVE SPACES              TO MOV-REGISTRO.
119800     MOVE EMPLEADOS-ID        TO MOV-ID.
119900     MOVE EMPLEADOS-DEPTO     TO MOV-DEPTO-ANTERIOR.
120000     MOVE TABLA-REOR-NUEVO(TABLA-REOR-IDX) TO MOV-DEPTO-NUEVO.
120100     MOVE TABLA-REOR-FECHA(TABLA-REOR-IDX) TO MOV-FECHA-EFECTIVA.
120200     MOVE REOR-OPERADOR       TO MOV-OPERADOR.
120300     ACCEPT MOV-FECHA         FROM DATE YYYYMMDD.
120400     ACCEPT MOV-HORA          FROM TIME.
120500     WRITE MOV-REGISTRO.
120600     IF FS-STATUS-MOV NOT = "00"
120700         DISPLAY "Error al grabar el movimiento. STATUS: "
120800             FS-STATUS-MOV " ID: " EMPLEADOS-ID
120900     END-IF.
121000
121100 3700-EXIT.
121200     EXIT.
121300
121400******************************************************************
121500*    3750-GRABAR-HISTORIAL
121600*    ANOTA EL TRASLADO EN EL HISTORIAL COMO OPERACION "T", CON LA
121700*    IMAGEN ANTES Y DESPUES Y EL OPERADOR DEL PARAMETRO.
121800******************************************************************
121900 3750-GRABAR-HISTORIAL.
122000     MOVE SPACES              TO HIST-REGISTRO.
122100     MOVE "T"                 TO HIST-OPERACION.
122200     MOVE REOR-OPERADOR       TO HIST-OPERADOR.
122300     MOVE REOR-IMAGEN-ANTES   TO HIST-IMAGEN-ANTES.
122400     MOVE EMPLEADOS-REGISTRO  TO HIST-IMAGEN-DESPUES.
122500     ACCEPT HIST-FECHA FROM DATE YYYYMMDD.
122600     ACCEPT HIST-HORA  FROM TIME.
122700     WRITE HIST-REGISTRO.
122800     IF FS-STATUS-HIST NOT = "00"
122900         DISPLAY "Error al grabar el historial. STATUS: "
123000             FS-STATUS-HIST " ID: " EMPLEADOS-ID
123100     END-IF.
123200
123300 3750-EXIT.
123400     EXIT.
123500
123600******************************************************************
123700*    3800-ESCRIBIR-DETALLE
123800*    COMPLETA LA LINEA DE DETALLE CON EL EMPLEADO QUE HAY EN
123900*    EMPLEADOS-REGISTRO (LOS DEPARTAMENTOS, LA FECHA EFECTIVA Y
124000*    EL RESULTADO LOS DEJA PREPARADOS EL PARRAFO LLAMANTE) Y LA
124100*    ESCRIBE.
124200******************************************************************
124300 3800-ESCRIBIR-DETALLE.
124400     MOVE EMPLEADOS-ID     TO LD-ID.
124500     MOVE EMPLEADOS-NOMBRE TO LD-NOMBRE.
124600
124700     MOVE LIN-DETALLE TO REOR-LINEA-SALIDA.
124800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
124900     MOVE "S" TO REOR-HAY-LINEAS-SW.
125000
125100 3800-EXIT.
125200     EXIT.
125300
125400******************************************************************
125500*    3900-ESCRIBIR-SECCION
125600*    ESCRIBE EL TITULO DE UNA SECCION DEL INFORME (PREPARADO EN
125700*    LS-TITULO) PRECEDIDO DE UNA LINEA EN BLANCO.
125800******************************************************************
125900 3900-ESCRIBIR-SECCION.
126000     MOVE SPACES TO REOR-LINEA-SALIDA.
126100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
126200     MOVE LIN-SECCION TO REOR-LINEA-SALIDA.
126300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
126400     MOVE "N" TO REOR-HAY-LINEAS-SW.
126500
126600 3900-EXIT.
126700     EXIT.
126800
126900******************************************************************
127000*    3950-CERRAR-SECCION
127100*    SI LA SECCION QUE TERMINA NO TUVO NINGUNA LINEA, LO INDICA.
127200******************************************************************
127300 3950-CERRAR-SECCION.
127400     IF NOT REOR-HAY-LINEAS
127500         MOVE "     (NINGUNO)" TO REOR-LINEA-SALIDA
127600         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
127700     END-IF.
127800
127900 3950-EXIT.
128000     EXIT.
128100
128200******************************************************************
128300*    4000-LISTAR-LINEA
128400*    ESCRIBE EL RESULTADO DE LA LINEA ACTUAL DE LA TABLA CON SUS
128500*    CONTADORES: RECHAZADA CON SU MOTIVO, EN ESPERA DE SU FECHA,
128600*    CON ERRORES (EL CODIGO NO SE RETIRA) O APLICADA.
128700******************************************************************
128800 4000-LISTAR-LINEA.
128900     MOVE TABLA-REOR-ANTIGUO(TABLA-REOR-IDX) TO LL-ANTIGUO.
129000     MOVE TABLA-REOR-NUEVO(TABLA-REOR-IDX)   TO LL-NUEVO.
129100     IF TABLA-REOR-FECHA-X(TABLA-REOR-IDX) IS NUMERIC
129200         MOVE TABLA-REOR-FECHA(TABLA-REOR-IDX)
129300             TO LL-FECHA-EFECTIVA
129400     ELSE
129500         MOVE ZERO TO LL-FECHA-EFECTIVA
129600     END-IF.
129700     MOVE TABLA-REOR-TRASLADADOS(TABLA-REOR-IDX)
129800         TO LL-TRASLADADOS.
129900     MOVE TABLA-REOR-PROGRAMADOS(TABLA-REOR-IDX)
130000         TO LL-PROGRAMADOS.
130100     MOVE TABLA-REOR-REDIRIGIDOS(TABLA-REOR-IDX)
130200         TO LL-REDIRIGIDOS.
130300     MOVE TABLA-REOR-BAJAS(TABLA-REOR-IDX)       TO LL-BAJAS.
130400
130500     MOVE SPACES TO LL-RESULTADO.
130600     EVALUATE TRUE
130700         WHEN TABLA-REOR-RECHAZADA(TABLA-REOR-IDX)
130800             STRING "RECHAZADA: " DELIMITED BY SIZE
130900                    TABLA-REOR-MOTIVO(TABLA-REOR-IDX)
131000                        DELIMITED BY SIZE
131100                 INTO LL-RESULTADO
131200         WHEN TABLA-REOR-FECHA(TABLA-REOR-IDX) > WS-FECHA-SISTEMA
131300             MOVE "EN ESPERA: SE RETIRA AL VENCER"
131400                 TO LL-RESULTADO
131500         WHEN TABLA-REOR-ERRORES(TABLA-REOR-IDX) > ZERO
131600             MOVE "CON ERRORES: EL CODIGO NO SE RETIRA"
131700                 TO LL-RESULTADO
131800         WHEN OTHER
131900             MOVE "APLICADA: CODIGO ANTIGUO RETIRADO"
132000                 TO LL-RESULTADO
132100     END-EVALUATE.
132200
132300     MOVE LIN-LINEA-REOR TO REOR-LINEA-SALIDA.
132400     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
132500
132600 4000-EXIT.
132700     EXIT.
132800
132900******************************************************************
133000*    5000-APLICAR-RESULTADOS
133100*    SOLO EN MODO REAL: REESCRIBE empleados.csv SI SE TRASLADO
133200*    A ALGUIEN, EMPPROG SI SE PROGRAMO, CERRO O REDIRIGIO ALGUN
133300*    CAMBIO, Y departamentos.csv SI HAY CODIGOS QUE RETIRAR. SI
133400*    EL MAESTRO DE EMPLEADOS NO SE HA PODIDO REESCRIBIR NO SE
133500*    TOCA NADA MAS: RETIRAR LOS CODIGOS DEJARIA A LOS EMPLEADOS
133600*    EN UN DEPARTAMENTO INEXISTENTE.
133700******************************************************************
133800 5000-APLICAR-RESULTADOS.
133900     IF REOR-HAY-TRASLADOS
134000         PERFORM 5100-REESCRIBIR-MAESTRO THRU 5100-EXIT
134100     END-IF.
134200
134300     IF REOR-ERROR-MAESTRO
134400         DISPLAY "EMPPROG y departamentos.csv NO se reescriben."
134500         GO TO 5000-EXIT
134600     END-IF.
134700
134800     IF REOR-HAY-PROG
134900         PERFORM 5500-REESCRIBIR-PROGRAMADOS THRU 5500-EXIT
135000     END-IF.
135100
135200     IF REOR-HAY-RETIROS
135300         PERFORM 5700-REESCRIBIR-DEPTOS THRU 5700-EXIT
135400     END-IF.
135500
135600 5000-EXIT.
135700     EXIT.
135800
135900 5100-REESCRIBIR-MAESTRO.
136000     OPEN OUTPUT EMPLEADOS-ARCHIVO.
136100     IF FS-STATUS NOT = "00"
136200         DISPLAY "No se pudo reescribir empleados.csv. STATUS: "
136300             FS-STATUS
136400         MOVE "S" TO REOR-ERROR-MAESTRO-SW
136500         MOVE 16 TO RETURN-CODE
136600         GO TO 5100-EXIT
136700     END-IF.
136800
136900     PERFORM 5110-GRABAR-UN-EMPLEADO
137000         THRU 5110-EXIT
137100         VARYING TABLA-EMP-IDX FROM 1 BY 1
137200         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
137300     CLOSE EMPLEADOS-ARCHIVO.
137400     DISPLAY "empleados.csv actualizado con la reorganizacion.".
137500
137600 5100-EXIT.
137700     EXIT.
137800
137900 5110-GRABAR-UN-EMPLEADO.
138000     MOVE TABLA-EMP-REGISTRO(TABLA-EMP-IDX)
138100         TO EMPLEADOS-REGISTRO.
138200     WRITE EMPLEADOS-REGISTRO.
138300     IF FS-STATUS NOT = "00"
138400         DISPLAY "Error al grabar empleados.csv. STATUS: "
138500             FS-STATUS
138600         MOVE "S" TO REOR-ERROR-MAESTRO-SW
138700         MOVE 16 TO RETURN-CODE
138800     END-IF.
138900
139000 5110-EXIT.
139100     EXIT.
139200
139300 5500-REESCRIBIR-PROGRAMADOS.
139400     OPEN OUTPUT CAMBIOS-PROGRAMADOS.
139500     IF FS-STATUS-PROG NOT = "00"
139600         DISPLAY "No se pudo reescribir EMPPROG. STATUS: "
139700             FS-STATUS-PROG
139800         MOVE 16 TO RETURN-CODE
139900         GO TO 5500-EXIT
140000     END-IF.
140100
140200     PERFORM 5510-GRABAR-UN-PROGRAMADO
140300         THRU 5510-EXIT
140400         VARYING TABLA-PROG-IDX FROM 1 BY 1
140500         UNTIL TABLA-PROG-IDX > TABLA-PROG-TOTAL.
140600     CLOSE CAMBIOS-PROGRAMADOS.
140700
140800 5500-EXIT.
140900     EXIT.
141000
141100 5510-GRABAR-UN-PROGRAMADO.
141200     MOVE TABLA-PROG-REGISTRO(TABLA-PROG-IDX) TO PROG-REGISTRO.
141300     WRITE PROG-REGISTRO.
141400     IF FS-STATUS-PROG NOT = "00"
141500         DISPLAY "Error al grabar EMPPROG. STATUS: "
141600             FS-STATUS-PROG
141700         MOVE 16 TO RETURN-CODE
141800     END-IF.
141900
142000 5510-EXIT.
142100     EXIT.
142200
142300******************************************************************
142400*    5700-REESCRIBIR-DEPTOS
142500*    REESCRIBE departamentos.csv DESDE LA TABLA-DEPTOS, OMITIENDO
142600*    LOS CODIGOS MARCADOS PARA RETIRAR. DEPMANT RECONSTRUYE SU
142700*    MAESTRO INDEXADO DESDE ESTE FICHERO AL ARRANCAR.
142800******************************************************************
142900 5700-REESCRIBIR-DEPTOS.
143000     OPEN OUTPUT DEPARTAMENTOS-ARCHIVO.
143100     IF FS-STATUS-DEPTOS NOT = "00"
143200         DISPLAY "No se pudo reescribir departamentos.csv. "
143300             "STATUS: " FS-STATUS-DEPTOS
143400         MOVE 16 TO RETURN-CODE
143500         GO TO 5700-EXIT
143600     END-IF.
143700
143800     PERFORM 5710-GRABAR-UN-DEPTO
143900         THRU 5710-EXIT
144000         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
144100         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL.
144200     CLOSE DEPARTAMENTOS-ARCHIVO.
144300     DISPLAY "departamentos.csv actualizado: codigos retirados: "
144400         REOR-RETIRADOS.
144500
144600 5700-EXIT.
144700     EXIT.
144800
144900 5710-GRABAR-UN-DEPTO.
145000     IF TABLA-DEPTOS-RETIRADO(TABLA-DEPTOS-IDX)
145100         GO TO 5710-EXIT
145200     END-IF.
145300     MOVE TABLA-DEPTOS-REGISTRO(TABLA-DEPTOS-IDX)
145400         TO DEPARTAMENTOS-REGISTRO.
145500     WRITE DEPARTAMENTOS-REGISTRO.
145600     IF FS-STATUS-DEPTOS NOT = "00"
145700         DISPLAY "Error al grabar departamentos.csv. STATUS: "
145800             FS-STATUS-DEPTOS
145900         MOVE 16 TO RETURN-CODE
146000     END-IF.
146100
146200 5710-EXIT.
146300     EXIT.
146400
146500******************************************************************
146600*    6000-ESCRIBIR-RESUMEN
146700*    ESCRIBE AL FINAL DEL INFORME LOS TOTALES DE LA EJECUCION.
146800******************************************************************
146900 6000-ESCRIBIR-RESUMEN.
147000     MOVE "RESUMEN" TO LS-TITULO.
147100     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
147200
147300     MOVE "LINEAS DE REORGANIZACION LEIDAS.......:" TO LR-TEXTO.
147400     MOVE REOR-LEIDAS TO LR-CANTIDAD.
147500     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
147600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
147700
147800     MOVE "LINEAS RECHAZADAS.....................:" TO LR-TEXTO.
147900     MOVE REOR-RECHAZADAS TO LR-CANTIDAD.
148000     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
148100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
148200
148300     MOVE "LINEAS EN ESPERA DE SU FECHA..........:" TO LR-TEXTO.
148400     MOVE REOR-EN-ESPERA TO LR-CANTIDAD.
148500     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
148600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
148700
148800     MOVE "EMPLEADOS TRASLADADOS.................:" TO LR-TEXTO.
148900     MOVE REOR-TRASLADADOS TO LR-CANTIDAD.
149000     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
149100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
149200
149300     MOVE "TRASLADOS PROGRAMADOS EN EMPPROG......:" TO LR-TEXTO.
149400     MOVE REOR-PROGRAMADOS TO LR-CANTIDAD.
149500     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
149600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
149700
149800     MOVE "CAMBIOS PROGRAMADOS REDIRIGIDOS.......:" TO LR-TEXTO.
149900     MOVE REOR-REDIRIGIDOS TO LR-CANTIDAD.
150000     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
150100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
150200
150300     MOVE "TRASLADOS CON ERROR...................:" TO LR-TEXTO.
150400     MOVE REOR-ERRORES TO LR-CANTIDAD.
150500     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
150600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
150700
150800     MOVE "DEPARTAMENTOS RETIRADOS...............:" TO LR-TEXTO.
150900     MOVE REOR-RETIRADOS TO LR-CANTIDAD.
151000     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
151100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
151200
151300     MOVE "DEPARTAMENTOS NO RETIRADOS............:" TO LR-TEXTO.
151400     MOVE REOR-NO-RETIRADOS TO LR-CANTIDAD.
151500     MOVE LIN-RESUMEN TO REOR-LINEA-SALIDA.
151600     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
151700
151800 6000-EXIT.
151900     EXIT.
152000
152100******************************************************************
152200*    7000-ESCRIBIR-LINEA
152300*    ESCRIBE EN EL INFORME LA LINEA PREPARADA EN
152400*    REOR-LINEA-SALIDA, CONTROLANDO EL SALTO DE PAGINA.
152500******************************************************************
152600 7000-ESCRIBIR-LINEA.
152700     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
152800         OR CNT-PAGINA = ZERO
152900         PERFORM 7100-ESCRIBIR-CABECERA THRU 7100-EXIT
153000     END-IF.
153100
153200     WRITE LINEA-LISTADO FROM REOR-LINEA-SALIDA.
153300     IF FS-STATUS-LISTADO NOT = "00"
153400         DISPLAY "Error al escribir el informe. STATUS: "
153500             FS-STATUS-LISTADO
153600     END-IF.
153700     ADD 1 TO CNT-LINEAS-PAGINA.
153800
153900 7000-EXIT.
154000     EXIT.
154100
154200******************************************************************
154300*    7100-ESCRIBIR-CABECERA
154400*    INICIA UNA PAGINA NUEVA: MODO, FECHA, NUMERO DE PAGINA Y
154500*    CABECERA DE COLUMNAS, IGUAL QUE EN EMPREVSA.
154600******************************************************************
154700 7100-ESCRIBIR-CABECERA.
154800     ADD 1 TO CNT-PAGINA.
154900     MOVE CNT-PAGINA TO LC1-PAGINA.
155000
155100     IF CNT-PAGINA > 1
155200         WRITE LINEA-LISTADO FROM SPACES
155300         AFTER ADVANCING PAGE
155400     END-IF.
155500     IF FS-STATUS-LISTADO NOT = "00"
155600         DISPLAY "Error al escribir el informe. STATUS: "
155700             FS-STATUS-LISTADO
155800     END-IF.
155900
156000     WRITE LINEA-LISTADO FROM LIN-CABECERA-1.
156100     IF FS-STATUS-LISTADO NOT = "00"
156200         DISPLAY "Error al escribir el informe. STATUS: "
156300             FS-STATUS-LISTADO
156400     END-IF.
156500     WRITE LINEA-LISTADO FROM SPACES.
156600     IF FS-STATUS-LISTADO NOT = "00"
156700         DISPLAY "Error al escribir el informe. STATUS: "
156800             FS-STATUS-LISTADO
156900     END-IF.
157000     WRITE LINEA-LISTADO FROM LIN-CABECERA-2.
157100     IF FS-STATUS-LISTADO NOT = "00"
157200         DISPLAY "Error al escribir el informe. STATUS: "
157300             FS-STATUS-LISTADO
157400     END-IF.
157500
157600     MOVE ZERO TO CNT-LINEAS-PAGINA.
157700
157800 7100-EXIT.
157900     EXIT.
158000
158100******************************************************************
158200*    9000-FINALIZAR
158300*    CIERRA EL INFORME, MUESTRA EL RESUMEN POR PANTALLA Y DEJA EL
158400*    CODIGO DE RETORNO 4 SI SE RECHAZO ALGUNA LINEA O QUEDO ALGUN
158500*    DEPARTAMENTO SIN RETIRAR (SALVO QUE YA HUBIERA UN ERROR
158600*    GRAVE).
158700******************************************************************
158800 9000-FINALIZAR.
158900     CLOSE REORGANIZACION-LISTADO.
159000
159100     DISPLAY "Lineas leidas          : " REOR-LEIDAS.
159200     DISPLAY "Lineas rechazadas      : " REOR-RECHAZADAS.
159300     DISPLAY "Empleados trasladados  : " REOR-TRASLADADOS.
159400     DISPLAY "Traslados programados  : " REOR-PROGRAMADOS.
159500     DISPLAY "Departamentos retirados: " REOR-RETIRADOS.
159600     IF MODO-SIMULACION
159700         DISPLAY "SIMULACION: no se ha modificado ningun fichero."
159800     END-IF.
159900
160000     IF (REOR-RECHAZADAS > ZERO OR REOR-NO-RETIRADOS > ZERO)
160100         AND RETURN-CODE < 4
160200         MOVE 4 TO RETURN-CODE
160300     END-IF.
160400
160500 9000-EXIT.
160600     EXIT.
160700
160800 END PROGRAM EMPREORG.
