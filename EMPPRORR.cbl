000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPPRORR.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: EMPPRORR
000900*    DESCRIPCION..: CALCULO MENSUAL DEL IMPORTE BRUTO A PAGAR A
001000*                   CADA EMPLEADO, PRORRATEADO. RECIBE COMO
001100*                   PARAMETRO DE EJECUCION EL MES A CALCULAR
001200*                   (AAAAMM; POR DEFECTO EL MES ACTUAL). PARA CADA
001300*                   EMPLEADO DE empleados.csv QUE HA ESTADO DE
001400*                   ALTA ALGUN DIA DEL MES SE CALCULAN LOS DIAS
001500*                   TRABAJADOS A PARTIR DE EMPLEADOS-FECHA-ALTA Y
001600*                   EMPLEADOS-FECHA-BAJA, SE DESCUENTAN LOS DIAS
001700*                   DE AUSENCIA SIN SUELDO (SIN) DE ausencias.csv
001800*                   QUE CAEN DENTRO DEL PERIODO TRABAJADO, Y SE
001900*                   OBTIENE EL IMPORTE A PAGAR SOBRE EL MES
002000*                   COMERCIAL DE 30 DIAS:
002100*                     IMPORTE = SALARIO * DIAS PAGADOS / 30
002200*                   UN MES COMPLETO SON SIEMPRE 30 DIAS; UN MES
002300*                   INCOMPLETO CUENTA LOS DIAS NATURALES DE ALTA,
002400*                   CON UN MAXIMO DE 30. SE GRABA EL FICHERO DE
002500*                   CALCULO EMPCALC, DE LONGITUD FIJA CON
002600*                   DETALLE Y TRAILER DE CONTROL COMO EL EMPNOMIN
002700*                   DE EMPEXP (NUMERO DE REGISTROS, SUMA DE
002800*                   IDENTIFICADORES Y TOTAL DE IMPORTES), QUE
002900*                   EMPCONC PUEDE USAR COMO REFERENCIA DE LA
003000*                   CONCILIACION, Y UN INFORME EMPCALCL CON EL
003100*                   DESGLOSE POR EMPLEADO. CODIGOS DE RETORNO: 4
003200*                   SI ALGUN EMPLEADO O AUSENCIA SE DESCARTO POR
003300*                   FECHAS INVALIDAS, 16 ANTE UN ERROR GRAVE.
003400*
003500*    HISTORIAL DE MODIFICACIONES
003600*    FECHA       AUTOR   DESCRIPCION
003700*    ----------  ------  ------------------------------------
003800*    2026-10-15  JCR     PROGRAMA INICIAL.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT EMPLEADOS-ARCHIVO
004700         ASSIGN TO "g:\Usuarios\empleados.csv"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FS-STATUS.
005000
005100     SELECT AUSENCIAS-ARCHIVO
005200         ASSIGN TO "g:\Usuarios\ausencias.csv"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FS-STATUS-AUS.
005500
005600     SELECT NOMINA-CALCULO
005700         ASSIGN TO "EMPCALC"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FS-STATUS-CALCULO.
006000
006100     SELECT CALCULO-LISTADO
006200         ASSIGN TO "EMPCALCL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FS-STATUS-LISTADO.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  EMPLEADOS-ARCHIVO.
006900 COPY EMPREG.
007000
007100 FD  AUSENCIAS-ARCHIVO.
007200 COPY AUSREG.
007300
007400 FD  NOMINA-CALCULO.
007500 01  CALCULO-REGISTRO.
007600     05 CALCULO-TIPO-REGISTRO PIC X(01).
007700        88 CALCULO-ES-DETALLE        VALUE "D".
007800        88 CALCULO-ES-TRAILER        VALUE "T".
007900     05 CALCULO-DATOS.
008000         10 CALCULO-DATOS-DETALLE.
008100             15 CALCULO-ID            PIC 9(05).
008200             15 CALCULO-PERIODO       PIC 9(06).
008300             15 CALCULO-DEPTO         PIC X(03).
008400             15 CALCULO-SALARIO-BASE  PIC 9(07)V99.
008500             15 CALCULO-DIAS-TRABAJADOS PIC 9(02).
008600             15 CALCULO-DIAS-DEDUCIDOS  PIC 9(02).
008700             15 CALCULO-DIAS-PAGADOS    PIC 9(02).
008800             15 CALCULO-IMPORTE       PIC 9(07)V99.
008900         10 CALCULO-DATOS-TRAILER REDEFINES CALCULO-DATOS-DETALLE.
009000             15 CALCULO-TOTAL-REGISTROS PIC 9(07).
009100             15 CALCULO-TOTAL-CONTROL   PIC 9(12).
009200             15 CALCULO-TOTAL-IMPORTE   PIC 9(11)V99.
009300             15 FILLER                  PIC X(06).
009400
009500 FD  CALCULO-LISTADO.
009600 01  LINEA-LISTADO            PIC X(100).
009700
009800 WORKING-STORAGE SECTION.
009900******************************************************************
010000*    LINEAS DE CABECERA, DETALLE Y RESUMEN DEL INFORME
010100******************************************************************
010200 01  LIN-CABECERA-1.
010300     05 FILLER                PIC X(28) VALUE
010400        "CALCULO PRORRATEADO DEL MES ".
010500     05 LC1-PERIODO           PIC 9999/99.
010600     05 FILLER                PIC X(04) VALUE SPACES.
010700     05 FILLER                PIC X(07) VALUE "FECHA: ".
010800     05 LC1-FECHA             PIC 9999/99/99 VALUE ZERO.
010900     05 FILLER                PIC X(08) VALUE SPACES.
011000     05 FILLER                PIC X(08) VALUE "PAGINA: ".
011100     05 LC1-PAGINA            PIC ZZZ9.
011200
011300 01  LIN-CABECERA-2.
011400     05 FILLER                PIC X(07) VALUE "ID".
011500     05 FILLER                PIC X(22) VALUE "APELLIDO".
011600     05 FILLER                PIC X(06) VALUE "DEP".
011700     05 FILLER                PIC X(14) VALUE "     BASE".
011800     05 FILLER                PIC X(06) VALUE "TRAB".
011900     05 FILLER                PIC X(06) VALUE "DEDU".
012000     05 FILLER                PIC X(06) VALUE "PAGA".
012100     05 FILLER                PIC X(14) VALUE "  IMPORTE".
012200     05 FILLER                PIC X(19) VALUE "OBSERVACIONES".
012300
012400 01  LIN-DETALLE.
012500     05 LD-ID                 PIC ZZZZ9.
012600     05 FILLER                PIC X(02) VALUE SPACES.
012700     05 LD-APELLIDO           PIC X(20).
012800     05 FILLER                PIC X(02) VALUE SPACES.
012900     05 LD-DEPTO              PIC X(03).
013000     05 FILLER                PIC X(01) VALUE SPACES.
013100     05 LD-BASE               PIC Z.ZZZ.ZZ9,99.
013200     05 FILLER                PIC X(03) VALUE SPACES.
013300     05 LD-DIAS-TRABAJADOS    PIC Z9.
013400     05 FILLER                PIC X(04) VALUE SPACES.
013500     05 LD-DIAS-DEDUCIDOS     PIC Z9.
013600     05 FILLER                PIC X(04) VALUE SPACES.
013700     05 LD-DIAS-PAGADOS       PIC Z9.
013800     05 FILLER                PIC X(02) VALUE SPACES.
013900     05 LD-IMPORTE            PIC Z.ZZZ.ZZ9,99.
014000     05 FILLER                PIC X(02) VALUE SPACES.
014100     05 LD-OBSERVACIONES      PIC X(22).
014200
014300 01  LIN-RESUMEN.
014400     05 LR-TEXTO              PIC X(40).
014500     05 LR-CANTIDAD           PIC ZZZZZZ9.
014600
014700 01  LIN-RESUMEN-IMPORTE.
014800     05 LRI-TEXTO             PIC X(40).
014900     05 LRI-IMPORTE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
015000
015100******************************************************************
015200*    VARIABLES DE CONTROL DEL PROGRAMA
015300******************************************************************
015400 01  FS-STATUS                PIC X(02).
015500 01  FS-STATUS-AUS            PIC X(02).
015600 01  FS-STATUS-CALCULO        PIC X(02).
015700 01  FS-STATUS-LISTADO        PIC X(02).
015800 01  WS-FECHA-SISTEMA         PIC 9(08).
015900 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
016000     05 WS-FECHA-AAAA         PIC 9(04).
016100     05 WS-FECHA-MM           PIC 9(02).
016200     05 WS-FECHA-DD           PIC 9(02).
016300
016400 01  CONTADORES.
016500     05 CNT-LINEAS-PAGINA     PIC 9(03) COMP VALUE ZERO.
016600     05 CNT-PAGINA            PIC 9(03) COMP VALUE ZERO.
016700     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
016800
016900******************************************************************
017000*    PARAMETRO DE EJECUCION: MES A CALCULAR (AAAAMM). SIN
017100*    PARAMETRO SE CALCULA EL MES ACTUAL.
017200******************************************************************
017300 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
017400 01  WS-PARM-PERIODO          PIC X(06) VALUE SPACES.
017500
017600 01  PRO-PERIODO              PIC 9(06) VALUE ZERO.
017700 01  PRO-PERIODO-R            REDEFINES PRO-PERIODO.
017800     05 PRO-PERIODO-AAAA      PIC 9(04).
017900     05 PRO-PERIODO-MM        PIC 9(02).
018000
018100******************************************************************
018200*    LIMITES DEL MES PEDIDO: PRIMER Y ULTIMO DIA EN AAAAMMDD Y
018300*    NUMERO DE DIAS NATURALES DEL MES.
018400******************************************************************
018500 01  PRO-INICIO-MES           PIC 9(08) VALUE ZERO.
018600 01  PRO-FIN-MES              PIC 9(08) VALUE ZERO.
018700 01  PRO-FIN-MES-R            REDEFINES PRO-FIN-MES.
018800     05 PRO-FIN-MES-AAAAMM    PIC 9(06).
018900     05 PRO-FIN-MES-DD        PIC 9(02).
019000 01  PRO-DIAS-MES             PIC 9(02) VALUE ZERO.
019100 01  PRO-DIAS-MES-COMERCIAL   PIC 9(02) VALUE 30.
019200
019300 01  TABLA-DIAS-MES-VALORES.
019400     05 FILLER                PIC X(24) VALUE
019500        "312831303130313130313031".
019600 01  TABLA-DIAS-MES           REDEFINES TABLA-DIAS-MES-VALORES.
019700     05 TABLA-DIAS-DEL-MES    PIC 9(02) OCCURS 12 TIMES.
019800
019900 01  PRO-BISIESTO-COCIENTE    PIC 9(04) COMP VALUE ZERO.
020000 01  PRO-BISIESTO-RESTO-4     PIC 9(04) COMP VALUE ZERO.
020100 01  PRO-BISIESTO-RESTO-100   PIC 9(04) COMP VALUE ZERO.
020200 01  PRO-BISIESTO-RESTO-400   PIC 9(04) COMP VALUE ZERO.
020300
020400******************************************************************
020500*    PERIODO DE ALTA DEL EMPLEADO ACTUAL DENTRO DEL MES Y DIAS
020600*    CALCULADOS. LAS FECHAS DESDE/HASTA SON SIEMPRE DEL MES
020700*    PEDIDO, ASI QUE LOS DIAS SE OBTIENEN RESTANDO EL DIA DEL
020800*    MES (DD).
020900******************************************************************
021000 01  PRO-DESDE                PIC 9(08) VALUE ZERO.
021100 01  PRO-DESDE-R              REDEFINES PRO-DESDE.
021200     05 PRO-DESDE-AAAAMM      PIC 9(06).
021300     05 PRO-DESDE-DD          PIC 9(02).
021400 01  PRO-HASTA                PIC 9(08) VALUE ZERO.
021500 01  PRO-HASTA-R              REDEFINES PRO-HASTA.
021600     05 PRO-HASTA-AAAAMM      PIC 9(06).
021700     05 PRO-HASTA-DD          PIC 9(02).
021800 01  PRO-AUS-DESDE            PIC 9(08) VALUE ZERO.
021900 01  PRO-AUS-DESDE-R          REDEFINES PRO-AUS-DESDE.
022000     05 PRO-AUS-DESDE-AAAAMM  PIC 9(06).
022100     05 PRO-AUS-DESDE-DD      PIC 9(02).
022200 01  PRO-AUS-HASTA            PIC 9(08) VALUE ZERO.
022300 01  PRO-AUS-HASTA-R          REDEFINES PRO-AUS-HASTA.
022400     05 PRO-AUS-HASTA-AAAAMM  PIC 9(06).
022500     05 PRO-AUS-HASTA-DD      PIC 9(02).
022600
022700 01  PRO-DIAS-NATURALES       PIC 9(02) VALUE ZERO.
022800 01  PRO-DIAS-TRABAJADOS      PIC 9(02) VALUE ZERO.
022900 01  PRO-DIAS-AUSENCIA        PIC 9(03) VALUE ZERO.
023000 01  PRO-DIAS-DEDUCIDOS       PIC 9(02) VALUE ZERO.
023100 01  PRO-DIAS-PAGADOS         PIC 9(02) VALUE ZERO.
023200 01  PRO-IMPORTE              PIC 9(07)V99 VALUE ZERO.
023300
023400******************************************************************
023500*    TABLA DE AUSENCIAS SIN SUELDO QUE TOCAN EL MES PEDIDO,
023600*    CARGADA ANTES DE RECORRER EL MAESTRO. SI NO CABEN TODAS EL
023700*    CALCULO SERIA INCORRECTO Y EL PROGRAMA SE DETIENE.
023800******************************************************************
023900 01  TABLA-AUSENCIAS.
024000     05 TABLA-AUS-TOTAL       PIC 9(05) COMP VALUE ZERO.
024100     05 TABLA-AUS-ENTRADA     OCCURS 5000 TIMES
024200                              INDEXED BY TABLA-AUS-IDX.
024300        10 TABLA-AUS-ID          PIC 9(05).
024400        10 TABLA-AUS-INICIO      PIC 9(08).
024500        10 TABLA-AUS-FIN         PIC 9(08).
024600
024700 01  PRO-CONTADORES.
024800     05 PRO-LEIDOS            PIC 9(07) COMP VALUE ZERO.
024900     05 PRO-CALCULADOS        PIC 9(07) COMP VALUE ZERO.
025000     05 PRO-MES-COMPLETO      PIC 9(07) COMP VALUE ZERO.
025100     05 PRO-ALTAS-MES         PIC 9(07) COMP VALUE ZERO.
025200     05 PRO-BAJAS-MES         PIC 9(07) COMP VALUE ZERO.
025300     05 PRO-CON-DEDUCCION     PIC 9(07) COMP VALUE ZERO.
025400     05 PRO-DESCARTADOS       PIC 9(07) COMP VALUE ZERO.
025500     05 PRO-AUS-DESCARTADAS   PIC 9(07) COMP VALUE ZERO.
025600     05 PRO-TOTAL-CONTROL     PIC 9(12) COMP VALUE ZERO.
025700 01  PRO-TOTAL-BASE           PIC 9(11)V99 VALUE ZERO.
025800 01  PRO-TOTAL-IMPORTE        PIC 9(11)V99 VALUE ZERO.
025900
026000 01  PRO-SWITCHES.
026100     05 PRO-FIN-MAESTRO-SW    PIC X(01) VALUE "N".
026200        88 PRO-FIN-MAESTRO           VALUE "S".
026300     05 PRO-FIN-AUSENCIAS-SW  PIC X(01) VALUE "N".
026400        88 PRO-FIN-AUSENCIAS         VALUE "S".
026500
026600 PROCEDURE DIVISION.
026700******************************************************************
026800*    0000-MAINLINE
026900*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.
027000******************************************************************
027100 0000-MAINLINE.
027200     PERFORM 1000-INICIALIZAR
027300         THRU 1000-EXIT.
027400
027500     PERFORM 2000-CARGAR-AUSENCIAS
027600         THRU 2000-EXIT.
027700
027800     PERFORM 3000-CALCULAR-EMPLEADOS
027900         THRU 3000-EXIT
028000         UNTIL PRO-FIN-MAESTRO.
028100
028200     PERFORM 5000-ESCRIBIR-TRAILER
028300         THRU 5000-EXIT.
028400
028500     PERFORM 6000-ESCRIBIR-RESUMEN
028600         THRU 6000-EXIT.
028700
028800     PERFORM 9000-FINALIZAR
028900         THRU 9000-EXIT.
029000
029100     STOP RUN.
029200
029300 0000-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    1000-INICIALIZAR
029800*    LEE EL MES A CALCULAR, OBTIENE SUS LIMITES Y ABRE EL
029900*    MAESTRO, EL FICHERO DE CALCULO Y EL INFORME.
030000******************************************************************
030100 1000-INICIALIZAR.
030200     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
030300     MOVE WS-FECHA-AAAA TO LC1-FECHA (1:4).
030400     MOVE WS-FECHA-MM   TO LC1-FECHA (6:2).
030500     MOVE WS-FECHA-DD   TO LC1-FECHA (9:2).
030600
030700     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
030800     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
030900         INTO WS-PARM-PERIODO.
031000
031100     IF WS-PARM-PERIODO = SPACES
031200         MOVE WS-FECHA-SISTEMA (1:6) TO PRO-PERIODO
031300     ELSE
031400         IF WS-PARM-PERIODO IS NOT NUMERIC
031500             DISPLAY "Parametro incorrecto: se espera AAAAMM."
031600             MOVE 16 TO RETURN-CODE
031700             STOP RUN
031800         END-IF
031900         MOVE WS-PARM-PERIODO TO PRO-PERIODO
032000     END-IF.
032100     IF PRO-PERIODO-MM < 1 OR PRO-PERIODO-MM > 12
032200         DISPLAY "Mes incorrecto en el parametro: " PRO-PERIODO
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600     MOVE PRO-PERIODO TO LC1-PERIODO.
032700
032800     PERFORM 1100-LIMITES-DEL-MES
032900         THRU 1100-EXIT.
033000     DISPLAY "Calculo del mes " PRO-PERIODO ": del "
033100         PRO-INICIO-MES " al " PRO-FIN-MES.
033200
033300     OPEN INPUT EMPLEADOS-ARCHIVO.
033400     IF FS-STATUS NOT = "00"
033500         DISPLAY "No se ha podido abrir empleados.csv. STATUS: "
033600             FS-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000
034100     OPEN OUTPUT NOMINA-CALCULO.
034200     IF FS-STATUS-CALCULO NOT = "00"
034300         DISPLAY "No se ha podido abrir EMPCALC. STATUS: "
034400             FS-STATUS-CALCULO
034500         CLOSE EMPLEADOS-ARCHIVO
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900
035000     OPEN OUTPUT CALCULO-LISTADO.
035100     IF FS-STATUS-LISTADO NOT = "00"
035200         DISPLAY "Error al abrir el informe. STATUS: "
035300             FS-STATUS-LISTADO
035400         CLOSE EMPLEADOS-ARCHIVO
035500         CLOSE NOMINA-CALCULO
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900
036000 1000-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400*    1100-LIMITES-DEL-MES
036500*    OBTIENE EL PRIMER Y EL ULTIMO DIA DEL MES PEDIDO. FEBRERO
036600*    TIENE 29 DIAS EN LOS AÑOS BISIESTOS: DIVISIBLES POR 4 Y NO
036700*    POR 100, O DIVISIBLES POR 400.
036800******************************************************************
036900 1100-LIMITES-DEL-MES.
037000     MOVE TABLA-DIAS-DEL-MES(PRO-PERIODO-MM) TO PRO-DIAS-MES.
037100
037200     IF PRO-PERIODO-MM = 2
037300         DIVIDE PRO-PERIODO-AAAA BY 4
037400             GIVING PRO-BISIESTO-COCIENTE
037500             REMAINDER PRO-BISIESTO-RESTO-4
037600         DIVIDE PRO-PERIODO-AAAA BY 100
037700             GIVING PRO-BISIESTO-COCIENTE
037800             REMAINDER PRO-BISIESTO-RESTO-100
037900         DIVIDE PRO-PERIODO-AAAA BY 400
038000             GIVING PRO-BISIESTO-COCIENTE
038100             REMAINDER PRO-BISIESTO-RESTO-400
038200         IF (PRO-BISIESTO-RESTO-4 = ZERO
038300             AND PRO-BISIESTO-RESTO-100 NOT = ZERO)
038400             OR PRO-BISIESTO-RESTO-400 = ZERO
038500             MOVE 29 TO PRO-DIAS-MES
038600         END-IF
038700     END-IF.
038800
038900     COMPUTE PRO-INICIO-MES = PRO-PERIODO * 100 + 1.
039000     MOVE PRO-PERIODO  TO PRO-FIN-MES-AAAAMM.
039100     MOVE PRO-DIAS-MES TO PRO-FIN-MES-DD.
039200
039300 1100-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*    2000-CARGAR-AUSENCIAS
039800*    CARGA EN LA TABLA-AUSENCIAS LAS AUSENCIAS SIN SUELDO QUE
039900*    SOLAPAN CON EL MES PEDIDO. SI ausencias.csv NO EXISTE NO HAY
040000*    NADA QUE DESCONTAR.
040100******************************************************************
040200 2000-CARGAR-AUSENCIAS.
040300     OPEN INPUT AUSENCIAS-ARCHIVO.
040400     IF FS-STATUS-AUS = "35"
040500         DISPLAY "AVISO: no existe ausencias.csv; no se "
040600             "descuentan dias."
040700         GO TO 2000-EXIT
040800     END-IF.
040900     IF FS-STATUS-AUS NOT = "00"
041000         DISPLAY "No se ha podido abrir ausencias.csv. STATUS: "
041100             FS-STATUS-AUS
041200         PERFORM 9900-ABORTAR THRU 9900-EXIT
041300     END-IF.
041400
041500     MOVE "N" TO PRO-FIN-AUSENCIAS-SW.
041600     PERFORM 2100-LEER-UNA-AUSENCIA
041700         THRU 2100-EXIT
041800         UNTIL PRO-FIN-AUSENCIAS.
041900     CLOSE AUSENCIAS-ARCHIVO.
042000
042100 2000-EXIT.
042200     EXIT.
042300
042400 2100-LEER-UNA-AUSENCIA.
042500     READ AUSENCIAS-ARCHIVO
042600         AT END
042700             MOVE "S" TO PRO-FIN-AUSENCIAS-SW
042800         NOT AT END
042900             IF AUSENCIAS-SIN-SUELDO
043000                 PERFORM 2200-RECORDAR-AUSENCIA THRU 2200-EXIT
043100             END-IF
043200     END-READ.
043300
043400 2100-EXIT.
043500     EXIT.
043600
043700 2200-RECORDAR-AUSENCIA.
043800     IF AUSENCIAS-FECHA-INICIO IS NOT NUMERIC
043900         OR AUSENCIAS-FECHA-FIN IS NOT NUMERIC
044000         OR AUSENCIAS-FECHA-FIN < AUSENCIAS-FECHA-INICIO
044100         DISPLAY "AVISO: ausencia SIN con fechas invalidas, "
044200             "ID: " AUSENCIAS-ID
044300         ADD 1 TO PRO-AUS-DESCARTADAS
044400         GO TO 2200-EXIT
044500     END-IF.
044600
044700     IF AUSENCIAS-FECHA-FIN < PRO-INICIO-MES
044800         OR AUSENCIAS-FECHA-INICIO > PRO-FIN-MES
044900         GO TO 2200-EXIT
045000     END-IF.
045100
045200     IF TABLA-AUS-TOTAL NOT < 5000
045300         DISPLAY "Tabla de ausencias llena: el calculo no "
045400             "seria completo."
045500         CLOSE AUSENCIAS-ARCHIVO
045600         PERFORM 9900-ABORTAR THRU 9900-EXIT
045700     END-IF.
045800
045900     ADD 1 TO TABLA-AUS-TOTAL.
046000     MOVE AUSENCIAS-ID           TO TABLA-AUS-ID(TABLA-AUS-TOTAL).
046100     MOVE AUSENCIAS-FECHA-INICIO
046200         TO TABLA-AUS-INICIO(TABLA-AUS-TOTAL).
046300     MOVE AUSENCIAS-FECHA-FIN
046350         TO TABLA-AUS-FIN(TABLA-AUS-TOTAL).
046400
046500 2200-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900*    3000-CALCULAR-EMPLEADOS
047000*    LEE CADA EMPLEADO DEL MAESTRO Y, SI HA ESTADO DE ALTA ALGUN
047100*    DIA DEL MES, CALCULA SUS DIAS E IMPORTE Y ESCRIBE EL
047200*    DETALLE DEL FICHERO DE CALCULO Y LA LINEA DEL INFORME.
047300******************************************************************
047400 3000-CALCULAR-EMPLEADOS.
047500     READ EMPLEADOS-ARCHIVO
047600         AT END
047700             MOVE "S" TO PRO-FIN-MAESTRO-SW
047800         NOT AT END
047900             ADD 1 TO PRO-LEIDOS
048000             PERFORM 3100-CALCULAR-UN-EMPLEADO THRU 3100-EXIT
048100     END-READ.
048200
048300 3000-EXIT.
048400     EXIT.
048500
048600 3100-CALCULAR-UN-EMPLEADO.
048700     IF EMPLEADOS-FECHA-ALTA IS NOT NUMERIC
048800         OR EMPLEADOS-SALARIO IS NOT NUMERIC
048900         OR (EMPLEADOS-EN-BAJA
049000             AND EMPLEADOS-FECHA-BAJA IS NOT NUMERIC)
049100         OR (EMPLEADOS-EN-BAJA
049200             AND EMPLEADOS-FECHA-BAJA < EMPLEADOS-FECHA-ALTA)
049300         DISPLAY "AVISO: empleado con datos invalidos, no se "
049400             "calcula. ID: " EMPLEADOS-ID
049500         ADD 1 TO PRO-DESCARTADOS
049600         GO TO 3100-EXIT
049700     END-IF.
049800
049900*    FUERA DEL MES: TODAVIA NO ESTABA DE ALTA O YA SE HABIA IDO.
050000     IF EMPLEADOS-FECHA-ALTA > PRO-FIN-MES
050100         GO TO 3100-EXIT
050200     END-IF.
050300     IF EMPLEADOS-EN-BAJA
050400         AND EMPLEADOS-FECHA-BAJA < PRO-INICIO-MES
050500         GO TO 3100-EXIT
050600     END-IF.
050700
050800     MOVE SPACES TO LD-OBSERVACIONES.
050900     PERFORM 3200-PERIODO-TRABAJADO THRU 3200-EXIT.
051000     PERFORM 3300-DIAS-DEDUCIDOS    THRU 3300-EXIT.
051100
051200     COMPUTE PRO-DIAS-PAGADOS =
051300         PRO-DIAS-TRABAJADOS - PRO-DIAS-DEDUCIDOS.
051400     COMPUTE PRO-IMPORTE ROUNDED =
051500         EMPLEADOS-SALARIO * PRO-DIAS-PAGADOS
051600         / PRO-DIAS-MES-COMERCIAL.
051700
051800     PERFORM 4000-ESCRIBIR-CALCULO THRU 4000-EXIT.
051900     PERFORM 4100-ESCRIBIR-DETALLE THRU 4100-EXIT.
052000
052100 3100-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500*    3200-PERIODO-TRABAJADO
052600*    RECORTA EL PERIODO DE ALTA DEL EMPLEADO AL MES PEDIDO
052700*    (PRO-DESDE .. PRO-HASTA, AMBOS INCLUIDOS; LA FECHA DE BAJA
052800*    ES EL ULTIMO DIA TRABAJADO) Y OBTIENE LOS DIAS TRABAJADOS:
052900*    30 SI HA ESTADO TODO EL MES, Y SI NO LOS DIAS NATURALES DE
053000*    ALTA CON UN MAXIMO DE 30.
053100******************************************************************
053200 3200-PERIODO-TRABAJADO.
053300     MOVE PRO-INICIO-MES TO PRO-DESDE.
053400     IF EMPLEADOS-FECHA-ALTA > PRO-INICIO-MES
053500         MOVE EMPLEADOS-FECHA-ALTA TO PRO-DESDE
053600         MOVE "ALTA EN EL MES" TO LD-OBSERVACIONES
053700         ADD 1 TO PRO-ALTAS-MES
053800     END-IF.
053900
054000     MOVE PRO-FIN-MES TO PRO-HASTA.
054100     IF EMPLEADOS-EN-BAJA
054200         AND EMPLEADOS-FECHA-BAJA < PRO-FIN-MES
054300         MOVE EMPLEADOS-FECHA-BAJA TO PRO-HASTA
054400         IF LD-OBSERVACIONES = SPACES
054500             MOVE "BAJA EN EL MES" TO LD-OBSERVACIONES
054600         ELSE
054700             MOVE "ALTA Y BAJA EN EL MES" TO LD-OBSERVACIONES
054800         END-IF
054900         ADD 1 TO PRO-BAJAS-MES
055000     END-IF.
055100
055200     COMPUTE PRO-DIAS-NATURALES =
055300         PRO-HASTA-DD - PRO-DESDE-DD + 1.
055400
055500     IF PRO-DESDE = PRO-INICIO-MES
055600         AND PRO-HASTA = PRO-FIN-MES
055700         MOVE PRO-DIAS-MES-COMERCIAL TO PRO-DIAS-TRABAJADOS
055800         ADD 1 TO PRO-MES-COMPLETO
055900     ELSE
056000         MOVE PRO-DIAS-NATURALES TO PRO-DIAS-TRABAJADOS
056100         IF PRO-DIAS-TRABAJADOS > PRO-DIAS-MES-COMERCIAL
056200             MOVE PRO-DIAS-MES-COMERCIAL TO PRO-DIAS-TRABAJADOS
056300         END-IF
056400     END-IF.
056500
056600 3200-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000*    3300-DIAS-DEDUCIDOS
057100*    SUMA LOS DIAS NATURALES DE AUSENCIA SIN SUELDO DEL EMPLEADO
057200*    QUE CAEN DENTRO DE SU PERIODO TRABAJADO DEL MES. SI LA
057300*    AUSENCIA CUBRE TODO ESE PERIODO SE DEDUCEN TODOS LOS DIAS
057400*    TRABAJADOS, AUNQUE EL MES TENGA 31 O 28 DIAS NATURALES.
057500******************************************************************
057600 3300-DIAS-DEDUCIDOS.
057700     MOVE ZERO TO PRO-DIAS-AUSENCIA.
057800     PERFORM 3310-SOLAPAR-AUSENCIA
057900         THRU 3310-EXIT
058000         VARYING TABLA-AUS-IDX FROM 1 BY 1
058100         UNTIL TABLA-AUS-IDX > TABLA-AUS-TOTAL.
058200
058300     IF PRO-DIAS-AUSENCIA NOT < PRO-DIAS-NATURALES
058400         MOVE PRO-DIAS-TRABAJADOS TO PRO-DIAS-DEDUCIDOS
058500     ELSE
058600         MOVE PRO-DIAS-AUSENCIA TO PRO-DIAS-DEDUCIDOS
058700         IF PRO-DIAS-DEDUCIDOS > PRO-DIAS-TRABAJADOS
058800             MOVE PRO-DIAS-TRABAJADOS TO PRO-DIAS-DEDUCIDOS
058900         END-IF
059000     END-IF.
059100
059200     IF PRO-DIAS-DEDUCIDOS > ZERO
059300         ADD 1 TO PRO-CON-DEDUCCION
059400         IF LD-OBSERVACIONES = SPACES
059500             MOVE "AUSENCIA SIN SUELDO" TO LD-OBSERVACIONES
059600         END-IF
059700     END-IF.
059800
059900 3300-EXIT.
060000     EXIT.
060100
060200 3310-SOLAPAR-AUSENCIA.
060300     IF TABLA-AUS-ID(TABLA-AUS-IDX) NOT = EMPLEADOS-ID
060400         GO TO 3310-EXIT
060500     END-IF.
060600
060700     MOVE TABLA-AUS-INICIO(TABLA-AUS-IDX) TO PRO-AUS-DESDE.
060800     IF PRO-AUS-DESDE < PRO-DESDE
060900         MOVE PRO-DESDE TO PRO-AUS-DESDE
061000     END-IF.
061100     MOVE TABLA-AUS-FIN(TABLA-AUS-IDX) TO PRO-AUS-HASTA.
061200     IF PRO-AUS-HASTA > PRO-HASTA
061300         MOVE PRO-HASTA TO PRO-AUS-HASTA
061400     END-IF.
061500
061600     IF PRO-AUS-DESDE NOT > PRO-AUS-HASTA
061700         COMPUTE PRO-DIAS-AUSENCIA = PRO-DIAS-AUSENCIA
061800             + PRO-AUS-HASTA-DD - PRO-AUS-DESDE-DD + 1
061900     END-IF.
062000
062100 3310-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500*    4000-ESCRIBIR-CALCULO
062600*    GRABA EL DETALLE DEL EMPLEADO EN EMPCALC Y LO ACUMULA EN
062700*    LOS TOTALES DEL TRAILER.
062800******************************************************************
062900 4000-ESCRIBIR-CALCULO.
063000     MOVE SPACES TO CALCULO-REGISTRO.
063100     MOVE "D"                 TO CALCULO-TIPO-REGISTRO.
063200     MOVE EMPLEADOS-ID        TO CALCULO-ID.
063300     MOVE PRO-PERIODO         TO CALCULO-PERIODO.
063400     MOVE EMPLEADOS-DEPTO     TO CALCULO-DEPTO.
063500     MOVE EMPLEADOS-SALARIO   TO CALCULO-SALARIO-BASE.
063600     MOVE PRO-DIAS-TRABAJADOS TO CALCULO-DIAS-TRABAJADOS.
063700     MOVE PRO-DIAS-DEDUCIDOS  TO CALCULO-DIAS-DEDUCIDOS.
063800     MOVE PRO-DIAS-PAGADOS    TO CALCULO-DIAS-PAGADOS.
063900     MOVE PRO-IMPORTE         TO CALCULO-IMPORTE.
064000     WRITE CALCULO-REGISTRO.
064100     IF FS-STATUS-CALCULO NOT = "00"
064200         DISPLAY "Error al escribir el detalle de EMPCALC. "
064300             "STATUS: " FS-STATUS-CALCULO
064400         PERFORM 9900-ABORTAR THRU 9900-EXIT
064500     END-IF.
064600
064700     ADD 1                 TO PRO-CALCULADOS.
064800     ADD EMPLEADOS-ID      TO PRO-TOTAL-CONTROL.
064900     ADD EMPLEADOS-SALARIO TO PRO-TOTAL-BASE.
065000     ADD PRO-IMPORTE       TO PRO-TOTAL-IMPORTE.
065100
065200 4000-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600*    4100-ESCRIBIR-DETALLE
065700*    ESCRIBE EN EL INFORME EL DESGLOSE DEL EMPLEADO: BASE, DIAS
065800*    TRABAJADOS, DEDUCIDOS Y PAGADOS E IMPORTE A PAGAR.
065900******************************************************************
066000 4100-ESCRIBIR-DETALLE.
066100     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
066200         OR CNT-PAGINA = ZERO
066300         PERFORM 7000-ESCRIBIR-CABECERA THRU 7000-EXIT
066400     END-IF.
066500
066600     MOVE EMPLEADOS-ID        TO LD-ID.
066700     MOVE EMPLEADOS-APELLIDO1 TO LD-APELLIDO.
066800     MOVE EMPLEADOS-DEPTO     TO LD-DEPTO.
066900     MOVE EMPLEADOS-SALARIO   TO LD-BASE.
067000     MOVE PRO-DIAS-TRABAJADOS TO LD-DIAS-TRABAJADOS.
067100     MOVE PRO-DIAS-DEDUCIDOS  TO LD-DIAS-DEDUCIDOS.
067200     MOVE PRO-DIAS-PAGADOS    TO LD-DIAS-PAGADOS.
067300     MOVE PRO-IMPORTE         TO LD-IMPORTE.
067400
067500     WRITE LINEA-LISTADO FROM LIN-DETALLE.
067600     IF FS-STATUS-LISTADO NOT = "00"
067700         DISPLAY "Error al escribir el informe. STATUS: "
067800             FS-STATUS-LISTADO
067900     END-IF.
068000     ADD 1 TO CNT-LINEAS-PAGINA.
068100
068200 4100-EXIT.
068300     EXIT.
068400
068500******************************************************************
068600*    5000-ESCRIBIR-TRAILER
068700*    ESCRIBE EL REGISTRO FINAL DE CONTROL DE EMPCALC CON EL
068800*    NUMERO DE DETALLES, LA SUMA DE IDENTIFICADORES Y EL TOTAL
068900*    DE IMPORTES CALCULADOS.
069000******************************************************************
069100 5000-ESCRIBIR-TRAILER.
069200     MOVE SPACES TO CALCULO-REGISTRO.
069300     MOVE "T"               TO CALCULO-TIPO-REGISTRO.
069400     MOVE PRO-CALCULADOS    TO CALCULO-TOTAL-REGISTROS.
069500     MOVE PRO-TOTAL-CONTROL TO CALCULO-TOTAL-CONTROL.
069600     MOVE PRO-TOTAL-IMPORTE TO CALCULO-TOTAL-IMPORTE.
069700     WRITE CALCULO-REGISTRO.
069800     IF FS-STATUS-CALCULO NOT = "00"
069900         DISPLAY "Error al escribir el trailer de EMPCALC. "
070000             "STATUS: " FS-STATUS-CALCULO
070100         PERFORM 9900-ABORTAR THRU 9900-EXIT
070200     END-IF.
070300
070400 5000-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800*    6000-ESCRIBIR-RESUMEN
070900*    ESCRIBE AL FINAL DEL INFORME LOS TOTALES DEL CALCULO.
071000******************************************************************
071100 6000-ESCRIBIR-RESUMEN.
071200     IF CNT-PAGINA = ZERO
071300         PERFORM 7000-ESCRIBIR-CABECERA THRU 7000-EXIT
071400     END-IF.
071500     WRITE LINEA-LISTADO FROM SPACES.
071600     ADD 1 TO CNT-LINEAS-PAGINA.
071700
071800     MOVE "EMPLEADOS LEIDOS DEL MAESTRO..........:" TO LR-TEXTO.
071900     MOVE PRO-LEIDOS TO LR-CANTIDAD.
072000     PERFORM 6100-ESCRIBIR-CANTIDAD THRU 6100-EXIT.
072100     MOVE "EMPLEADOS CALCULADOS..................:" TO LR-TEXTO.
072200     MOVE PRO-CALCULADOS TO LR-CANTIDAD.
072300     PERFORM 6100-ESCRIBIR-CANTIDAD THRU 6100-EXIT.
072400     MOVE "  CON EL MES COMPLETO.................:" TO LR-TEXTO.
072500     MOVE PRO-MES-COMPLETO TO LR-CANTIDAD.
072600     PERFORM 6100-ESCRIBIR-CANTIDAD THRU 6100-EXIT.
072700     MOVE "  CON ALTA EN EL MES..................:" TO LR-TEXTO.
072800     MOVE PRO-ALTAS-MES TO LR-CANTIDAD.
072900     PERFORM 6100-ESCRIBIR-CANTIDAD THRU 6100-EXIT.
073000     MOVE "  CON BAJA EN EL MES..................:" TO LR-TEXTO.
073100     MOVE PRO-BAJAS-MES TO LR-CANTIDAD.
073200     PERFORM 6100-ESCRIBIR-CANTIDAD THRU 6100-EXIT.
073300     MOVE "  CON DIAS SIN SUELDO DEDUCIDOS.......:" TO LR-TEXTO.
073400     MOVE PRO-CON-DEDUCCION TO LR-CANTIDAD.
073500     PERFORM 6100-ESCRIBIR-CANTIDAD THRU 6100-EXIT.
073600     MOVE "EMPLEADOS DESCARTADOS POR DATOS.......:" TO LR-TEXTO.
073700     MOVE PRO-DESCARTADOS TO LR-CANTIDAD.
073800     PERFORM 6100-ESCRIBIR-CANTIDAD THRU 6100-EXIT.
073900     MOVE "AUSENCIAS SIN DESCARTADAS POR FECHAS..:" TO LR-TEXTO.
074000     MOVE PRO-AUS-DESCARTADAS TO LR-CANTIDAD.
074100     PERFORM 6100-ESCRIBIR-CANTIDAD THRU 6100-EXIT.
074200
074300     MOVE "TOTAL SALARIO BASE....................:" TO LRI-TEXTO.
074400     MOVE PRO-TOTAL-BASE TO LRI-IMPORTE.
074500     PERFORM 6200-ESCRIBIR-IMPORTE THRU 6200-EXIT.
074600     MOVE "TOTAL IMPORTE A PAGAR.................:" TO LRI-TEXTO.
074700     MOVE PRO-TOTAL-IMPORTE TO LRI-IMPORTE.
074800     PERFORM 6200-ESCRIBIR-IMPORTE THRU 6200-EXIT.
074900
075000 6000-EXIT.
075100     EXIT.
075200
075300 6100-ESCRIBIR-CANTIDAD.
075400     WRITE LINEA-LISTADO FROM LIN-RESUMEN.
075500     IF FS-STATUS-LISTADO NOT = "00"
075600         DISPLAY "Error al escribir el informe. STATUS: "
075700             FS-STATUS-LISTADO
075800     END-IF.
075900     ADD 1 TO CNT-LINEAS-PAGINA.
076000
076100 6100-EXIT.
076200     EXIT.
076300
076400 6200-ESCRIBIR-IMPORTE.
076500     WRITE LINEA-LISTADO FROM LIN-RESUMEN-IMPORTE.
076600     IF FS-STATUS-LISTADO NOT = "00"
076700         DISPLAY "Error al escribir el informe. STATUS: "
076800             FS-STATUS-LISTADO
076900     END-IF.
077000     ADD 1 TO CNT-LINEAS-PAGINA.
077100
077200 6200-EXIT.
077300     EXIT.
077400
077500******************************************************************
077600*    7000-ESCRIBIR-CABECERA
077700*    INICIA UNA PAGINA NUEVA: MES, FECHA, NUMERO DE PAGINA Y
077800*    CABECERA DE COLUMNAS.
077900******************************************************************
078000 7000-ESCRIBIR-CABECERA.
078100     ADD 1 TO CNT-PAGINA.
078200     MOVE CNT-PAGINA TO LC1-PAGINA.
078300
078400     IF CNT-PAGINA > 1
078500         WRITE LINEA-LISTADO FROM SPACES
078600         AFTER ADVANCING PAGE
078700     END-IF.
078800     IF FS-STATUS-LISTADO NOT = "00"
078900         DISPLAY "Error al escribir el informe. STATUS: "
079000             FS-STATUS-LISTADO
079100     END-IF.
079200
079300     WRITE LINEA-LISTADO FROM LIN-CABECERA-1.
079400     IF FS-STATUS-LISTADO NOT = "00"
079500         DISPLAY "Error al escribir el informe. STATUS: "
079600             FS-STATUS-LISTADO
079700     END-IF.
079800     WRITE LINEA-LISTADO FROM SPACES.
079900     IF FS-STATUS-LISTADO NOT = "00"
080000         DISPLAY "Error al escribir el informe. STATUS: "
080100             FS-STATUS-LISTADO
080200     END-IF.
080300     WRITE LINEA-LISTADO FROM LIN-CABECERA-2.
080400     IF FS-STATUS-LISTADO NOT = "00"
080500         DISPLAY "Error al escribir el informe. STATUS: "
080600             FS-STATUS-LISTADO
080700     END-IF.
080800
080900     MOVE ZERO TO CNT-LINEAS-PAGINA.
081000
081100 7000-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500*    9000-FINALIZAR
081600*    CIERRA LOS FICHEROS, MUESTRA EL RESUMEN POR PANTALLA Y DEJA
081700*    EL CODIGO DE RETORNO 4 SI SE DESCARTO ALGUN DATO.
081800******************************************************************
081900 9000-FINALIZAR.
082000     CLOSE EMPLEADOS-ARCHIVO.
082100     CLOSE NOMINA-CALCULO.
082200     CLOSE CALCULO-LISTADO.
082300
082400     DISPLAY "Empleados leidos     : " PRO-LEIDOS.
082500     DISPLAY "Empleados calculados : " PRO-CALCULADOS.
082600     DISPLAY "Empleados descartados: " PRO-DESCARTADOS.
082700     DISPLAY "Ausencias descartadas: " PRO-AUS-DESCARTADAS.
082800
082900     IF PRO-DESCARTADOS > ZERO
083000         OR PRO-AUS-DESCARTADAS > ZERO
083100         MOVE 4 TO RETURN-CODE
083200     END-IF.
083300
083400 9000-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800*    9900-ABORTAR
083900*    TERMINACION ANORMAL: CIERRA LOS FICHEROS ABIERTOS Y TERMINA
084000*    CON CODIGO DE RETORNO 16. EL FICHERO DE CALCULO QUEDA SIN
084100*    TRAILER, ASI QUE NO PUEDE CUADRAR.
084200******************************************************************
084300 9900-ABORTAR.
084400     CLOSE EMPLEADOS-ARCHIVO.
084500     CLOSE NOMINA-CALCULO.
084600     CLOSE CALCULO-LISTADO.
084700     MOVE 16 TO RETURN-CODE.
084800     STOP RUN.
084900
085000 9900-EXIT.
085100     EXIT.
085200
085300 END PROGRAM EMPPRORR.
