001700*                   FICHERO ausencias.csv QUE MANTIENE AUSMANT.
001800*                   LA PAGINACION, FECHA Y CABECERAS SIGUEN EL
001900*                   MISMO FORMATO QUE EMPLIST.
001910*                   EL DERECHO Y LOS DIAS TRAIDOS DEL AÑO
001920*                   ANTERIOR (CON SU CADUCIDAD) SE TOMAN DEL SALDO
001930*                   DEL AÑO EN vacaciones.csv, QUE ESCRIBE EL
001940*                   CIERRE ANUAL AUSCIERR. SIN SALDO, EL DERECHO
001950*                   SE PRORRATEA DESDE LA FECHA DE ALTA Y SE MARCA
001960*                   COMO PROVISIONAL.
002000*
002100*    HISTORIAL DE MODIFICACIONES
002200*    FECHA       AUTOR   DESCRIPCION
002300*    ----------  ------  ------------------------------------
002400*    2026-09-01  JCR     PROGRAMA INICIAL.
002410*    2026-10-15  JCR     DERECHO Y DIAS TRAIDOS DESDE EL SALDO
002420*                        ANUAL vacaciones.csv EN LUGAR DE LOS 22
002430*                        DIAS FIJOS; SIN SALDO, DERECHO
002440*                        PRORRATEADO POR LA FECHA DE ALTA. NUEVA
002450*                        COLUMNA DE DIAS TRAIDOS.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FS-STATUS-AUS.
003800
003810     SELECT VACACIONES-ARCHIVO
003820         ASSIGN TO "g:\Usuarios\vacaciones.csv"
003830         ORGANIZATION IS LINE SEQUENTIAL
003840         FILE STATUS IS FS-STATUS-VAC.
003850
003900     SELECT BALANCE-LISTADO
004000         ASSIGN TO "AUSBALAN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004900 FD  AUSENCIAS-ARCHIVO.
005000 COPY AUSREG.
005100
005120 FD  VACACIONES-ARCHIVO.
005140 COPY VACREG.
005160
005200 FD  BALANCE-LISTADO.
005300 01  LINEA-LISTADO            PIC X(90).
005400
007300     05 FILLER                PIC X(22) VALUE "APELLIDO1".
007400     05 FILLER                PIC X(09) VALUE "VAC.DISF".
007500     05 FILLER                PIC X(09) VALUE "DERECHO".
007550     05 FILLER                PIC X(09) VALUE "TRAIDOS".
007600     05 FILLER                PIC X(09) VALUE "QUEDAN".
007700     05 FILLER                PIC X(09) VALUE "DIAS ENF".
007800     05 FILLER                PIC X(09) VALUE "DIAS SIN".
008500     05 LD-DIAS-VAC           PIC ZZZZ9.
008600     05 FILLER                PIC X(04) VALUE SPACES.
008700     05 LD-DERECHO            PIC ZZZZ9.
008720     05 LD-PROVISIONAL        PIC X(01).
008740     05 FILLER                PIC X(03) VALUE SPACES.
008760     05 LD-ARRASTRE           PIC ZZZZ9.
008780     05 FILLER                PIC X(04) VALUE SPACES.
008900     05 LD-QUEDAN             PIC ----9.
009000     05 FILLER                PIC X(04) VALUE SPACES.
009100     05 LD-DIAS-ENF           PIC ZZZZ9.
009200     05 FILLER                PIC X(04) VALUE SPACES.
009300     05 LD-DIAS-SIN           PIC ZZZZ9.
009310
009320 01  LIN-LEYENDA.
009330     05 FILLER                PIC X(44) VALUE
009340        "(*) DERECHO PROVISIONAL, SIN SALDO DEL ANO: ".
009350     05 FILLER                PIC X(46) VALUE
009360        "PRORRATEADO DESDE LA FECHA DE ALTA.".
009400
009500******************************************************************
009600*    VARIABLES DE CONTROL DEL PROGRAMA
009700******************************************************************
009800 01  FS-STATUS                PIC X(02).
009900 01  FS-STATUS-AUS            PIC X(02).
009950 01  FS-STATUS-VAC            PIC X(02).
010000 01  FS-STATUS-LISTADO        PIC X(02).
010100 01  WS-FECHA-SISTEMA         PIC 9(08).
010200 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
011000     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
011100
011200******************************************************************
011300*    PARAMETRO DE EJECUCION: AÑO DEL BALANCE. BAL-DERECHO-VAC ES
011400*    EL DERECHO DE UN AÑO COMPLETO, QUE SOLO SE USA PARA
011410*    PRORRATEAR CUANDO EL EMPLEADO NO TIENE SALDO DEL AÑO EN
011420*    vacaciones.csv.
011430*    LA FECHA DE REFERENCIA ES HOY EN EL AÑO EN CURSO Y EL 31/12
011440*    EN LOS DEMAS: SI AUN NO HA PASADO LA CADUCIDAD DE LOS DIAS
011450*    TRAIDOS, TODOS CUENTAN; SI YA PASO, SOLO LOS QUE SE GASTARON
011460*    CON VACACIONES EMPEZADAS HASTA ESE DIA.
011500******************************************************************
011600 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
011700 01  WS-PARM-ANO              PIC X(04) VALUE SPACES.
011800
011900 01  BAL-ANO-PEDIDO           PIC 9(04) VALUE ZERO.
012000 01  BAL-DERECHO-VAC          PIC 9(03) VALUE 22.
012020 01  BAL-FECHA-REFERENCIA     PIC 9(08) VALUE ZERO.
012040 01  BAL-ARRASTRE-UTIL        PIC 9(03) VALUE ZERO.
012100
012200******************************************************************
012300*    TABLA DE EMPLEADOS ACTIVOS DEL MAESTRO CON SUS ACUMULADOS DE
012400*    DIAS POR TIPO DE AUSENCIA EN EL AÑO PEDIDO.
012420*    DE SU SALDO DEL AÑO GUARDA EL DERECHO, LOS DIAS TRAIDOS Y
012440*    SU CADUCIDAD, Y DE LAS VACACIONES, LAS EMPEZADAS HASTA ESA
012460*    FECHA.
012500******************************************************************
012600 01  TABLA-EMPLEADOS.
012700     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
012900                              INDEXED BY TABLA-EMP-IDX.
013000        10 TABLA-EMP-ID        PIC 9(05).
013100        10 TABLA-EMP-APELLIDO1 PIC X(20).
013110        10 TABLA-EMP-FECHA-ALTA PIC 9(08).
013120        10 TABLA-EMP-DERECHO   PIC 9(03).
013130        10 TABLA-EMP-ARRASTRE  PIC 9(03).
013140        10 TABLA-EMP-CADUCIDAD PIC 9(08).
013150        10 TABLA-EMP-PROVISIONAL-SW PIC X(01).
013160           88 TABLA-EMP-PROVISIONAL     VALUE "S".
013170        10 TABLA-EMP-VAC-ANTES PIC 9(05) COMP.
013200        10 TABLA-EMP-DIAS-VAC  PIC 9(05) COMP.
013300        10 TABLA-EMP-DIAS-ENF  PIC 9(05) COMP.
013400        10 TABLA-EMP-DIAS-SIN  PIC 9(05) COMP.
013900 01  BAL-IDX-HALLADO          PIC 9(05) COMP VALUE ZERO.
014000 01  BAL-QUEDAN               PIC S9(04) VALUE ZERO.
014100 01  BAL-ANO-AUSENCIA         PIC 9(04) VALUE ZERO.
014103 01  BAL-ID-BUSCADO           PIC 9(05) VALUE ZERO.
014106
014109******************************************************************
014112*    CALCULO DEL DERECHO PRORRATEADO DESDE LA FECHA DE ALTA: TRAMO
014115*    DEL AÑO EN PLANTILLA Y DIAS DEL AÑO.
014118******************************************************************
014121 01  BAL-PRO-DESDE            PIC 9(08) VALUE ZERO.
014124 01  BAL-PRO-HASTA            PIC 9(08) VALUE ZERO.
014127 01  BAL-PRO-DIAS             PIC 9(03) COMP VALUE ZERO.
014130 01  BAL-PRO-DIAS-ANO         PIC 9(03) COMP VALUE ZERO.
014133 01  BAL-PRO-DIA-DESDE        PIC 9(03) COMP VALUE ZERO.
014136
014139 01  BAL-FECHA-CALCULO        PIC 9(08) VALUE ZERO.
014142 01  BAL-FECHA-CALCULO-R      REDEFINES BAL-FECHA-CALCULO.
014145     05 BAL-CALC-AAAA         PIC 9(04).
014148     05 BAL-CALC-MM           PIC 9(02).
014151     05 BAL-CALC-DD           PIC 9(02).
014154 01  BAL-DIA-DEL-ANO          PIC 9(03) COMP VALUE ZERO.
014157 01  BAL-MES                  PIC 9(02) COMP VALUE ZERO.
014160
014163 01  TABLA-DIAS-MES-VALORES.
014166     05 FILLER                PIC X(24) VALUE
014169        "312831303130313130313031".
014172 01  TABLA-DIAS-MES           REDEFINES TABLA-DIAS-MES-VALORES.
014175     05 TABLA-DIAS-DEL-MES    PIC 9(02) OCCURS 12 TIMES.
014178
014181 01  BAL-BISIESTO-COCIENTE    PIC 9(04) COMP VALUE ZERO.
014184 01  BAL-BISIESTO-RESTO-4     PIC 9(04) COMP VALUE ZERO.
014187 01  BAL-BISIESTO-RESTO-100   PIC 9(04) COMP VALUE ZERO.
014190 01  BAL-BISIESTO-RESTO-400   PIC 9(04) COMP VALUE ZERO.
014200
014300 01  BAL-CONTADORES.
014400     05 BAL-AUS-LEIDAS        PIC 9(07) COMP VALUE ZERO.
014500     05 BAL-AUS-ACUMULADAS    PIC 9(07) COMP VALUE ZERO.
014600     05 BAL-AUS-HUERFANAS     PIC 9(07) COMP VALUE ZERO.
014620     05 BAL-SALDOS-LEIDOS     PIC 9(07) COMP VALUE ZERO.
014640     05 BAL-PROVISIONALES     PIC 9(05) COMP VALUE ZERO.
014700
014800 01  BAL-SWITCHES.
014900     05 BAL-FIN-MAESTRO-SW    PIC X(01) VALUE "N".
015400        88 BAL-HALLADO               VALUE "S".
015500     05 BAL-TABLA-LLENA-SW    PIC X(01) VALUE "N".
015600        88 BAL-TABLA-LLENA           VALUE "S".
015620     05 BAL-FIN-SALDOS-SW     PIC X(01) VALUE "N".
015640        88 BAL-FIN-SALDOS            VALUE "S".
015660     05 BAL-BISIESTO-SW       PIC X(01) VALUE "N".
015680        88 BAL-BISIESTO              VALUE "S".
015700
015800 PROCEDURE DIVISION.
015900******************************************************************
016700     PERFORM 2000-CARGAR-EMPLEADOS
016800         THRU 2000-EXIT.
016900
016920     PERFORM 2500-CARGAR-SALDOS
016940         THRU 2500-EXIT.
017000     PERFORM 3000-ACUMULAR-AUSENCIAS
017100         THRU 3000-EXIT.
017200
017500         VARYING TABLA-EMP-IDX FROM 1 BY 1
017600         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
017700
017720     PERFORM 5000-ESCRIBIR-LEYENDA
017740         THRU 5000-EXIT.
017800     PERFORM 9000-FINALIZAR
017900         THRU 9000-EXIT.
018000
020300         MOVE WS-FECHA-AAAA TO BAL-ANO-PEDIDO
020400     END-IF.
020500     MOVE BAL-ANO-PEDIDO TO LC1-ANO.
020510     IF BAL-ANO-PEDIDO < WS-FECHA-AAAA
020520         COMPUTE BAL-FECHA-REFERENCIA =
020530             BAL-ANO-PEDIDO * 10000 + 1231
020540     ELSE
020550         MOVE WS-FECHA-SISTEMA TO BAL-FECHA-REFERENCIA
020560     END-IF.
020600
020700     OPEN OUTPUT BALANCE-LISTADO.
020800     IF FS-STATUS-LISTADO NOT = "00"
025400                         TO TABLA-EMP-ID(TABLA-EMP-TOTAL)
025500                     MOVE EMPLEADOS-APELLIDO1
025600                         TO TABLA-EMP-APELLIDO1(TABLA-EMP-TOTAL)
025605                     MOVE EMPLEADOS-FECHA-ALTA
025610                         TO TABLA-EMP-FECHA-ALTA(TABLA-EMP-TOTAL)
025615                     MOVE ZERO
025620                         TO TABLA-EMP-DERECHO(TABLA-EMP-TOTAL)
025625                     MOVE ZERO
025630                         TO TABLA-EMP-ARRASTRE(TABLA-EMP-TOTAL)
025635                     MOVE ZERO
025640                         TO TABLA-EMP-CADUCIDAD(TABLA-EMP-TOTAL)
025645                     MOVE "S" TO
025650                         TABLA-EMP-PROVISIONAL-SW(TABLA-EMP-TOTAL)
025655                     MOVE ZERO
025660                         TO TABLA-EMP-VAC-ANTES(TABLA-EMP-TOTAL)
025700                     MOVE ZERO
025800                         TO TABLA-EMP-DIAS-VAC(TABLA-EMP-TOTAL)
025900                     MOVE ZERO
027200 2100-EXIT.
027300     EXIT.
027400
027401******************************************************************
027402*    2500-CARGAR-SALDOS
027403*    LEE vacaciones.csv Y DEJA EN CADA EMPLEADO DE LA TABLA EL
027404*    DERECHO, LOS DIAS TRAIDOS Y SU CADUCIDAD DE SU SALDO DEL AÑO
027405*    PEDIDO. SIN FICHERO (AUN NO SE HA HECHO NINGUN CIERRE) TODOS
027406*    LOS DERECHOS SALEN PROVISIONALES.
027407******************************************************************
027408 2500-CARGAR-SALDOS.
027409     MOVE "N" TO BAL-FIN-SALDOS-SW.
027410
027411     OPEN INPUT VACACIONES-ARCHIVO.
027412     IF FS-STATUS-VAC NOT = "00"
027413         IF FS-STATUS-VAC NOT = "35"
027414             DISPLAY "AVISO: no se pudo abrir vacaciones.csv; "
027415                 "los derechos saldran provisionales. STATUS: "
027416                 FS-STATUS-VAC
027417         END-IF
027418         GO TO 2500-EXIT
027419     END-IF.
027420
027421     PERFORM 2510-LEER-UN-SALDO
027422         THRU 2510-EXIT
027423         UNTIL BAL-FIN-SALDOS.
027424     CLOSE VACACIONES-ARCHIVO.
027425
027426 2500-EXIT.
027427     EXIT.
027428
027429 2510-LEER-UN-SALDO.
027430     READ VACACIONES-ARCHIVO
027431         AT END
027432             MOVE "S" TO BAL-FIN-SALDOS-SW
027433             GO TO 2510-EXIT
027434     END-READ.
027435     IF VACACIONES-ANO NOT = BAL-ANO-PEDIDO
027436         GO TO 2510-EXIT
027437     END-IF.
027438
027439     MOVE VACACIONES-ID TO BAL-ID-BUSCADO.
027440     PERFORM 3300-BUSCAR-EMPLEADO THRU 3300-EXIT.
027441     IF NOT BAL-HALLADO
027442         GO TO 2510-EXIT
027443     END-IF.
027444
027445     ADD 1 TO BAL-SALDOS-LEIDOS.
027446     MOVE VACACIONES-DERECHO
027447         TO TABLA-EMP-DERECHO(BAL-IDX-HALLADO).
027448     MOVE VACACIONES-ARRASTRE
027449         TO TABLA-EMP-ARRASTRE(BAL-IDX-HALLADO).
027450     MOVE VACACIONES-CADUCIDAD
027451         TO TABLA-EMP-CADUCIDAD(BAL-IDX-HALLADO).
027452     MOVE "N" TO TABLA-EMP-PROVISIONAL-SW(BAL-IDX-HALLADO).
027453
027454 2510-EXIT.
027455     EXIT.
027500******************************************************************
027600*    3000-ACUMULAR-AUSENCIAS
027700*    LEE ausencias.csv Y SUMA LOS DIAS DE CADA AUSENCIA DEL AÑO
031500     EXIT.
031600
031700 3200-ACUMULAR-UNA-AUSENCIA.
031750     MOVE AUSENCIAS-ID TO BAL-ID-BUSCADO.
031800     PERFORM 3300-BUSCAR-EMPLEADO THRU 3300-EXIT.
031900     IF NOT BAL-HALLADO
032000         ADD 1 TO BAL-AUS-HUERFANAS
032600         WHEN AUSENCIAS-VACACIONES
032700             ADD AUSENCIAS-DIAS
032800                 TO TABLA-EMP-DIAS-VAC(BAL-IDX-HALLADO)
032810             IF AUSENCIAS-FECHA-INICIO NOT >
032820                 TABLA-EMP-CADUCIDAD(BAL-IDX-HALLADO)
032830                 ADD AUSENCIAS-DIAS
032840                     TO TABLA-EMP-VAC-ANTES(BAL-IDX-HALLADO)
032850             END-IF
032900         WHEN AUSENCIAS-ENFERMEDAD
033000             ADD AUSENCIAS-DIAS
033100                 TO TABLA-EMP-DIAS-ENF(BAL-IDX-HALLADO)
033900
034000******************************************************************
034100*    3300-BUSCAR-EMPLEADO
034200*    BUSCA EN LA TABLA EL EMPLEADO BAL-ID-BUSCADO; SI LO
034300*    ENCUENTRA, ACTIVA BAL-HALLADO Y DEJA SU POSICION EN
034400*    BAL-IDX-HALLADO.
034500******************************************************************
035500     EXIT.
035600
035700 3310-COMPARAR-EMPLEADO.
035800     IF TABLA-EMP-ID(TABLA-EMP-IDX) = BAL-ID-BUSCADO
035900         MOVE "S" TO BAL-HALLADO-SW
036000         SET BAL-IDX-HALLADO TO TABLA-EMP-IDX
036100     END-IF.
036800*    ESCRIBE LA LINEA DE BALANCE DEL EMPLEADO ACTUAL DE LA TABLA,
036900*    CON LOS DIAS DISFRUTADOS, EL DERECHO ANUAL Y LO QUE QUEDA,
037000*    CONTROLANDO EL SALTO DE PAGINA.
037020*    QUEDAN EL DERECHO Y LOS DIAS TRAIDOS QUE AUN SIRVEN EN LA
037040*    FECHA DE REFERENCIA, MENOS LO DISFRUTADO. EL DERECHO SIN
037060*    SALDO DEL AÑO SE PRORRATEA DESDE EL ALTA Y SE MARCA CON "*".
037100******************************************************************
037200 4000-ESCRIBIR-BALANCE.
037300     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
037800     MOVE TABLA-EMP-ID(TABLA-EMP-IDX)        TO LD-ID.
037900     MOVE TABLA-EMP-APELLIDO1(TABLA-EMP-IDX) TO LD-APELLIDO1.
038000     MOVE TABLA-EMP-DIAS-VAC(TABLA-EMP-IDX)  TO LD-DIAS-VAC.
038004     IF TABLA-EMP-PROVISIONAL(TABLA-EMP-IDX)
038008         PERFORM 7400-CALCULAR-DERECHO THRU 7400-EXIT
038012         ADD 1 TO BAL-PROVISIONALES
038016         MOVE "*" TO LD-PROVISIONAL
038020     ELSE
038024         MOVE SPACE TO LD-PROVISIONAL
038028     END-IF.
038032     IF BAL-FECHA-REFERENCIA NOT >
038036         TABLA-EMP-CADUCIDAD(TABLA-EMP-IDX)
038040         MOVE TABLA-EMP-ARRASTRE(TABLA-EMP-IDX)
038044             TO BAL-ARRASTRE-UTIL
038048     ELSE
038052         IF TABLA-EMP-VAC-ANTES(TABLA-EMP-IDX) <
038056             TABLA-EMP-ARRASTRE(TABLA-EMP-IDX)
038060             MOVE TABLA-EMP-VAC-ANTES(TABLA-EMP-IDX)
038064                 TO BAL-ARRASTRE-UTIL
038068         ELSE
038072             MOVE TABLA-EMP-ARRASTRE(TABLA-EMP-IDX)
038076                 TO BAL-ARRASTRE-UTIL
038080         END-IF
038084     END-IF.
038100     MOVE TABLA-EMP-DERECHO(TABLA-EMP-IDX)   TO LD-DERECHO.
038150     MOVE TABLA-EMP-ARRASTRE(TABLA-EMP-IDX)  TO LD-ARRASTRE.
038200     COMPUTE BAL-QUEDAN = TABLA-EMP-DERECHO(TABLA-EMP-IDX)
038300         + BAL-ARRASTRE-UTIL - TABLA-EMP-DIAS-VAC(TABLA-EMP-IDX).
038400     MOVE BAL-QUEDAN                         TO LD-QUEDAN.
038500     MOVE TABLA-EMP-DIAS-ENF(TABLA-EMP-IDX)  TO LD-DIAS-ENF.
038600     MOVE TABLA-EMP-DIAS-SIN(TABLA-EMP-IDX)  TO LD-DIAS-SIN.
039400 4000-EXIT.
039500     EXIT.
039600
039604******************************************************************
039608*    5000-ESCRIBIR-LEYENDA
039612*    SI ALGUN DERECHO ES PROVISIONAL, LO EXPLICA AL PIE.
039616******************************************************************
039620 5000-ESCRIBIR-LEYENDA.
039624     IF BAL-PROVISIONALES = ZERO
039628         GO TO 5000-EXIT
039632     END-IF.
039636
039640     WRITE LINEA-LISTADO FROM SPACES.
039644     IF FS-STATUS-LISTADO NOT = "00"
039648         DISPLAY "Error al escribir el listado. STATUS: "
039652             FS-STATUS-LISTADO
039656     END-IF.
039660     WRITE LINEA-LISTADO FROM LIN-LEYENDA.
039664     IF FS-STATUS-LISTADO NOT = "00"
039668         DISPLAY "Error al escribir el listado. STATUS: "
039672             FS-STATUS-LISTADO
039676     END-IF.
039680
039684 5000-EXIT.
039688     EXIT.
039700******************************************************************
039800*    7000-ESCRIBIR-CABECERA
039900*    INICIA UNA PAGINA NUEVA: NUMERO DE PAGINA, FECHA Y CABECERA
043800 7000-EXIT.
043900     EXIT.
044000
044001******************************************************************
044002*    7400-CALCULAR-DERECHO
044003*    PRORRATEA EL DERECHO ANUAL DEL EMPLEADO EN CURSO DE LA TABLA
044004*    CUANDO NO TIENE SALDO DEL AÑO: BAL-DERECHO-VAC POR LOS DIAS
044005*    NATURALES EN PLANTILLA DESDE SU ALTA HASTA EL 31/12 ENTRE LOS
044006*    DIAS DEL AÑO, REDONDEADO. UN AÑO COMPLETO DA EL DERECHO
044007*    ENTERO; UN ALTA POSTERIOR AL AÑO, CERO.
044008******************************************************************
044009 7400-CALCULAR-DERECHO.
044010     MOVE ZERO TO TABLA-EMP-DERECHO(TABLA-EMP-IDX).
044011     COMPUTE BAL-PRO-DESDE = BAL-ANO-PEDIDO * 10000 + 0101.
044012     COMPUTE BAL-PRO-HASTA = BAL-ANO-PEDIDO * 10000 + 1231.
044013
044014     IF TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX) IS NOT NUMERIC
044015         MOVE BAL-DERECHO-VAC TO TABLA-EMP-DERECHO(TABLA-EMP-IDX)
044016         GO TO 7400-EXIT
044017     END-IF.
044018     IF TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX) > BAL-PRO-HASTA
044019         GO TO 7400-EXIT
044020     END-IF.
044021     IF TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX) > BAL-PRO-DESDE
044022         MOVE TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX) TO BAL-PRO-DESDE
044023     END-IF.
044024
044025     MOVE BAL-PRO-DESDE TO BAL-FECHA-CALCULO.
044026     PERFORM 7410-DIA-DEL-ANO THRU 7410-EXIT.
044027     MOVE BAL-DIA-DEL-ANO TO BAL-PRO-DIA-DESDE.
044028     MOVE BAL-PRO-HASTA TO BAL-FECHA-CALCULO.
044029     PERFORM 7410-DIA-DEL-ANO THRU 7410-EXIT.
044030     COMPUTE BAL-PRO-DIAS =
044031         BAL-DIA-DEL-ANO - BAL-PRO-DIA-DESDE + 1.
044032
044033     IF BAL-BISIESTO
044034         MOVE 366 TO BAL-PRO-DIAS-ANO
044035     ELSE
044036         MOVE 365 TO BAL-PRO-DIAS-ANO
044037     END-IF.
044038
044039     IF BAL-PRO-DIAS NOT < BAL-PRO-DIAS-ANO
044040         MOVE BAL-DERECHO-VAC TO TABLA-EMP-DERECHO(TABLA-EMP-IDX)
044041     ELSE
044042         COMPUTE TABLA-EMP-DERECHO(TABLA-EMP-IDX) ROUNDED =
044043             BAL-DERECHO-VAC * BAL-PRO-DIAS / BAL-PRO-DIAS-ANO
044044     END-IF.
044045
044046 7400-EXIT.
044047     EXIT.
044048
044049******************************************************************
044050*    7410-DIA-DEL-ANO
044051*    DEJA EN BAL-DIA-DEL-ANO EL ORDINAL DENTRO DE SU AÑO DE
044052*    BAL-FECHA-CALCULO, Y EN BAL-BISIESTO SI EL AÑO LO ES:
044053*    DIVISIBLE POR 4 Y NO POR 100, O DIVISIBLE POR 400.
044054******************************************************************
044055 7410-DIA-DEL-ANO.
044056     MOVE "N" TO BAL-BISIESTO-SW.
044057     DIVIDE BAL-CALC-AAAA BY 4
044058         GIVING BAL-BISIESTO-COCIENTE
044059         REMAINDER BAL-BISIESTO-RESTO-4.
044060     DIVIDE BAL-CALC-AAAA BY 100
044061         GIVING BAL-BISIESTO-COCIENTE
044062         REMAINDER BAL-BISIESTO-RESTO-100.
044063     DIVIDE BAL-CALC-AAAA BY 400
044064         GIVING BAL-BISIESTO-COCIENTE
044065         REMAINDER BAL-BISIESTO-RESTO-400.
044066     IF (BAL-BISIESTO-RESTO-4 = ZERO
044067         AND BAL-BISIESTO-RESTO-100 NOT = ZERO)
044068         OR BAL-BISIESTO-RESTO-400 = ZERO
044069         MOVE "S" TO BAL-BISIESTO-SW
044070     END-IF.
044071
044072     MOVE BAL-CALC-DD TO BAL-DIA-DEL-ANO.
044073     IF BAL-CALC-MM < 2 OR BAL-CALC-MM > 12
044074         GO TO 7410-EXIT
044075     END-IF.
044076     PERFORM 7420-SUMAR-MES
044077         THRU 7420-EXIT
044078         VARYING BAL-MES FROM 1 BY 1
044079         UNTIL BAL-MES NOT < BAL-CALC-MM.
044080
044081 7410-EXIT.
044082     EXIT.
044083
044084 7420-SUMAR-MES.
044085     ADD TABLA-DIAS-DEL-MES(BAL-MES) TO BAL-DIA-DEL-ANO.
044086     IF BAL-MES = 2 AND BAL-BISIESTO
044087         ADD 1 TO BAL-DIA-DEL-ANO
044088     END-IF.
044089
044090 7420-EXIT.
044091     EXIT.
044100******************************************************************
044200*    9000-FINALIZAR
044300*    CIERRA EL LISTADO Y MUESTRA EL RESUMEN POR PANTALLA.
045000     DISPLAY "Ausencias acumuladas : " BAL-AUS-ACUMULADAS.
045100     DISPLAY "Ausencias sin empleado activo: "
045200         BAL-AUS-HUERFANAS.
045220     DISPLAY "Saldos del año leidos: " BAL-SALDOS-LEIDOS.
045240     DISPLAY "Derechos provisionales: " BAL-PROVISIONALES.
045300
045400 9000-EXIT.
045500     EXIT.
