000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUSCIERR.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: AUSCIERR
000900*    DESCRIPCION..: CIERRE ANUAL DE VACACIONES. PARA CADA EMPLEADO
001000*                   QUE HA ESTADO EN PLANTILLA EN EL AÑO QUE SE
001100*                   CIERRA (MAESTRO empleados.csv Y, PARA LOS QUE
001200*                   YA NO ESTAN EN EL, exempleados.csv) CALCULA EL
001300*                   SALDO FINAL A PARTIR DE LAS AUSENCIAS VAC DE
001400*                   ausencias.csv Y LO GRABA EN EL FICHERO DE
001500*                   SALDOS vacaciones.csv (COPYBOOK VACREG), UN
001600*                   REGISTRO POR EMPLEADO Y AÑO.
001700*                   EL DERECHO ANUAL (CIER-DERECHO-BASE DIAS) SE
001800*                   PRORRATEA POR LOS DIAS NATURALES EN PLANTILLA
001900*                   DENTRO DEL AÑO, DESDE EMPLEADOS-FECHA-ALTA
002000*                   HASTA EMPLEADOS-FECHA-BAJA, REDONDEADO.
002100*                   LOS DIAS TRAIDOS DEL AÑO ANTERIOR SE CONSUMEN
002200*                   PRIMERO Y CADUCAN EL 31 DE MARZO; LOS QUE NO
002300*                   SE DISFRUTARON ANTES SE PIERDEN. DEL SALDO
002400*                   PROPIO QUE QUEDA PASAN AL AÑO SIGUIENTE COMO
002500*                   MAXIMO LOS DIAS DEL LIMITE DE TRASPASO; EL
002600*                   RESTO SE PIERDE. QUIEN CAUSA BAJA EN EL AÑO NO
002700*                   TRASPASA NADA: SU SALDO SE LIQUIDA EN EL
002800*                   FINIQUITO.
002900*                   EL REGISTRO DEL AÑO QUEDA CERRADO Y SE ABRE EL
003000*                   DEL AÑO SIGUIENTE CON SU DERECHO Y LOS DIAS
003100*                   TRASPASADOS. UN AÑO CERRADO SE PUEDE VOLVER A
003200*                   CERRAR (SE RECALCULA) MIENTRAS NO SE HAYA
003300*                   CERRADO EL SIGUIENTE.
003400*                   EL INFORME AUSCILIS LISTA EL SALDO DE CADA
003500*                   EMPLEADO, MARCANDO ALTAS, BAJAS Y EXCESOS.
003600*                   PARAMETROS: "AAAA LIMITE". AAAA ES EL AÑO A
003700*                   CERRAR (POR DEFECTO EL ANTERIOR AL ACTUAL; EL
003800*                   AÑO EN CURSO NO SE PUEDE CERRAR) Y LIMITE, LOS
003900*                   DIAS MAXIMOS DE TRASPASO (POR DEFECTO 5).
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
005700     SELECT EXEMPLEADOS-ARCHIVO
005800         ASSIGN TO "g:\Usuarios\exempleados.csv"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FS-STATUS-EXEMP.
006100
006200     SELECT AUSENCIAS-ARCHIVO
006300         ASSIGN TO "g:\Usuarios\ausencias.csv"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FS-STATUS-AUS.
006600
006700     SELECT VACACIONES-ARCHIVO
006800         ASSIGN TO "g:\Usuarios\vacaciones.csv"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FS-STATUS-VAC.
007100
007200     SELECT CIERRE-LISTADO
007300         ASSIGN TO "AUSCILIS"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FS-STATUS-LISTADO.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  EMPLEADOS-ARCHIVO.
008000 COPY EMPREG.
008100
008200 FD  EXEMPLEADOS-ARCHIVO.
008300 01  EXEMP-REGISTRO           PIC X(97).
008400
008500 FD  AUSENCIAS-ARCHIVO.
008600 COPY AUSREG.
008700
008800 FD  VACACIONES-ARCHIVO.
008900 COPY VACREG.
009000
009100 FD  CIERRE-LISTADO.
009200 01  LINEA-LISTADO            PIC X(132).
009300
009400 WORKING-STORAGE SECTION.
009500******************************************************************
009600*    LINEAS DE CABECERA, DETALLE Y RESUMEN DEL INFORME
009700******************************************************************
009800 01  LIN-CABECERA-1.
009900     05 FILLER                PIC X(27) VALUE
010000        "CIERRE ANUAL DE VACACIONES".
010100     05 FILLER                PIC X(05) VALUE "ANO: ".
010200     05 LC1-ANO               PIC 9(04).
010300     05 FILLER                PIC X(03) VALUE SPACES.
010400     05 FILLER                PIC X(17) VALUE "LIMITE TRASPASO: ".
010500     05 LC1-LIMITE            PIC Z9.
010600     05 FILLER                PIC X(05) VALUE " DIAS".
010700     05 FILLER                PIC X(03) VALUE SPACES.
010800     05 FILLER                PIC X(07) VALUE "FECHA: ".
010900     05 LC1-FECHA             PIC 9999/99/99 VALUE ZERO.
011000     05 FILLER                PIC X(08) VALUE SPACES.
011100     05 FILLER                PIC X(08) VALUE "PAGINA: ".
011200     05 LC1-PAGINA            PIC ZZZ9.
011300
011400 01  LIN-CABECERA-2.
011500     05 FILLER                PIC X(08) VALUE " ID".
011600     05 FILLER                PIC X(15) VALUE "PRIMER APELLIDO".
011700     05 FILLER                PIC X(08) VALUE " DERECHO".
011800     05 FILLER                PIC X(08) VALUE "  TRAIDO".
011900     05 FILLER                PIC X(08) VALUE " DISFRUT".
012000     05 FILLER                PIC X(08) VALUE " CADUCAN".
012100     05 FILLER                PIC X(08) VALUE "   SALDO".
012200     05 FILLER                PIC X(08) VALUE " TRASPAS".
012300     05 FILLER                PIC X(08) VALUE " PIERDEN".
012400     05 FILLER                PIC X(16) VALUE "   OBSERVACIONES".
012500
012600 01  LIN-DETALLE.
012700     05 FILLER                PIC X(01) VALUE SPACES.
012800     05 LD-ID                 PIC 9(05).
012900     05 FILLER                PIC X(02) VALUE SPACES.
013000     05 LD-APELLIDO1          PIC X(15).
013100     05 FILLER                PIC X(05) VALUE SPACES.
013200     05 LD-DERECHO            PIC ZZ9.
013300     05 FILLER                PIC X(05) VALUE SPACES.
013400     05 LD-ARRASTRE           PIC ZZ9.
013500     05 FILLER                PIC X(05) VALUE SPACES.
013600     05 LD-DISFRUTADOS        PIC ZZ9.
013700     05 FILLER                PIC X(05) VALUE SPACES.
013800     05 LD-CADUCADOS          PIC ZZ9.
013900     05 FILLER                PIC X(04) VALUE SPACES.
014000     05 LD-SALDO              PIC ---9.
014100     05 FILLER                PIC X(05) VALUE SPACES.
014200     05 LD-TRASPASADOS        PIC ZZ9.
014300     05 FILLER                PIC X(05) VALUE SPACES.
014400     05 LD-PERDIDOS           PIC ZZ9.
014500     05 FILLER                PIC X(03) VALUE SPACES.
014600     05 LD-OBSERVACION        PIC X(40).
014700
014800 01  LIN-SECCION.
014900     05 LS-TITULO             PIC X(60).
015000
015100 01  LIN-RESUMEN.
015200     05 LR-TEXTO              PIC X(40).
015300     05 LR-CANTIDAD           PIC ZZZZZZ9.
015400
015500 01  CIER-LINEA-SALIDA        PIC X(132) VALUE SPACES.
015600
015700******************************************************************
015800*    VARIABLES DE CONTROL DEL PROGRAMA
015900******************************************************************
016000 01  FS-STATUS                PIC X(02).
016100 01  FS-STATUS-EXEMP          PIC X(02).
016200 01  FS-STATUS-AUS            PIC X(02).
016300 01  FS-STATUS-VAC            PIC X(02).
016400 01  FS-STATUS-LISTADO        PIC X(02).
016500 01  WS-FECHA-SISTEMA         PIC 9(08).
016600 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
016700     05 WS-FECHA-AAAA         PIC 9(04).
016800     05 WS-FECHA-MM           PIC 9(02).
016900     05 WS-FECHA-DD           PIC 9(02).
017000
017100******************************************************************
017200*    PARAMETROS DE EJECUCION: AÑO A CERRAR Y LIMITE DE TRASPASO.
017300******************************************************************
017400 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
017500 01  WS-PARM-ANO              PIC X(04) VALUE SPACES.
017600 01  WS-PARM-LIMITE           PIC X(02) VALUE SPACES.
017700
017800******************************************************************
017900*    REGLAS DEL CIERRE: DERECHO ANUAL DE UN AÑO COMPLETO, LIMITE
018000*    DE TRASPASO POR DEFECTO Y DIA Y MES DEL AÑO SIGUIENTE EN QUE
018100*    CADUCAN LOS DIAS TRASPASADOS.
018200******************************************************************
018300 01  CIER-DERECHO-BASE        PIC 9(03) VALUE 22.
018400 01  CIER-LIMITE-DEFECTO      PIC 9(02) VALUE 5.
018500 01  CIER-CADUCIDAD-MMDD      PIC 9(04) VALUE 0331.
018600
018700 01  CIER-ANO                 PIC 9(04) VALUE ZERO.
018800 01  CIER-ANO-SIGUIENTE       PIC 9(04) VALUE ZERO.
018900 01  CIER-LIMITE-TRASPASO     PIC 9(02) VALUE ZERO.
019000 01  CIER-INICIO-ANO          PIC 9(08) VALUE ZERO.
019100 01  CIER-FIN-ANO             PIC 9(08) VALUE ZERO.
019200 01  CIER-CADUCIDAD-NUEVA     PIC 9(08) VALUE ZERO.
019300
019400 01  CONTADORES.
019500     05 CNT-LINEAS-PAGINA     PIC 9(03) COMP VALUE ZERO.
019600     05 CNT-PAGINA            PIC 9(03) COMP VALUE ZERO.
019700     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
019800
019900 01  CIER-CONTADORES.
020000     05 CIER-EMPLEADOS        PIC 9(05) COMP VALUE ZERO.
020100     05 CIER-ALTAS-ANO        PIC 9(05) COMP VALUE ZERO.
020200     05 CIER-BAJAS-ANO        PIC 9(05) COMP VALUE ZERO.
020300     05 CIER-EXCESOS          PIC 9(05) COMP VALUE ZERO.
020400     05 CIER-RECIERRES        PIC 9(05) COMP VALUE ZERO.
020500     05 CIER-SALDOS-NUEVOS    PIC 9(05) COMP VALUE ZERO.
020600     05 CIER-AUS-LEIDAS       PIC 9(07) COMP VALUE ZERO.
020700     05 CIER-AUS-VAC-ANO      PIC 9(07) COMP VALUE ZERO.
020800     05 CIER-AUS-HUERFANAS    PIC 9(07) COMP VALUE ZERO.
020900     05 CIER-TOT-DERECHO      PIC 9(07) COMP VALUE ZERO.
021000     05 CIER-TOT-ARRASTRE     PIC 9(07) COMP VALUE ZERO.
021100     05 CIER-TOT-DISFRUTADOS  PIC 9(07) COMP VALUE ZERO.
021200     05 CIER-TOT-CADUCADOS    PIC 9(07) COMP VALUE ZERO.
021300     05 CIER-TOT-TRASPASADOS  PIC 9(07) COMP VALUE ZERO.
021400     05 CIER-TOT-PERDIDOS     PIC 9(07) COMP VALUE ZERO.
021500     05 CIER-TOT-EXCESO       PIC 9(07) COMP VALUE ZERO.
021600
021700******************************************************************
021800*    SALDOS DE vacaciones.csv DE TODOS LOS AÑOS. CADA ENTRADA
021900*    TIENE LA MISMA FORMA QUE VACACIONES-REGISTRO. EL FICHERO SE
022000*    REESCRIBE ENTERO DESDE ESTA TABLA AL TERMINAR EL CIERRE.
022100******************************************************************
022200 01  TABLA-VACACIONES.
022300     05 TABLA-VAC-TOTAL       PIC 9(05) COMP VALUE ZERO.
022400     05 TABLA-VAC-ENTRADA     OCCURS 10000 TIMES
022500                              INDEXED BY TABLA-VAC-IDX.
022600        10 TABLA-VAC-ID             PIC 9(05).
022700        10 TABLA-VAC-ANO            PIC 9(04).
022800        10 TABLA-VAC-DERECHO        PIC 9(03).
022900        10 TABLA-VAC-ARRASTRE       PIC 9(03).
023000        10 TABLA-VAC-CADUCIDAD      PIC 9(08).
023100        10 TABLA-VAC-DISFRUTADOS    PIC 9(03).
023200        10 TABLA-VAC-CADUCADOS      PIC 9(03).
023300        10 TABLA-VAC-TRASPASADOS    PIC 9(03).
023400        10 TABLA-VAC-PERDIDOS       PIC 9(03).
023500        10 TABLA-VAC-ESTADO         PIC X(01).
023600           88 TABLA-VAC-CERRADO            VALUE "C".
023700        10 TABLA-VAC-FECHA-CIERRE   PIC 9(08).
023800
023900******************************************************************
024000*    EMPLEADOS CONOCIDOS: LOS DEL MAESTRO Y, PARA LOS QUE YA NO
024100*    ESTAN EN EL, LA ULTIMA IMAGEN DE exempleados.csv. DE CADA UNO
024200*    SE GUARDAN SUS FECHAS, LO QUE TRAE DEL AÑO ANTERIOR Y LOS
024300*    DIAS VAC DEL AÑO (EN TOTAL Y HASTA LA CADUCIDAD).
024400******************************************************************
024500 01  TABLA-EMPLEADOS.
024600     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
024700     05 TABLA-EMP-ENTRADA     OCCURS 10000 TIMES
024800                              INDEXED BY TABLA-EMP-IDX.
024900        10 TABLA-EMP-ID             PIC 9(05).
025000        10 TABLA-EMP-APELLIDO1      PIC X(20).
025100        10 TABLA-EMP-FECHA-ALTA     PIC 9(08).
025200        10 TABLA-EMP-FECHA-BAJA     PIC 9(08).
025300        10 TABLA-EMP-ORIGEN         PIC X(01).
025400           88 TABLA-EMP-DEL-MAESTRO        VALUE "M".
025500        10 TABLA-EMP-INCLUIDO-SW    PIC X(01).
025600           88 TABLA-EMP-INCLUIDO           VALUE "S".
025700        10 TABLA-EMP-ARRASTRE       PIC 9(03).
025800        10 TABLA-EMP-CADUCIDAD      PIC 9(08).
025900        10 TABLA-EMP-VAC-TOTAL      PIC 9(05) COMP.
026000        10 TABLA-EMP-VAC-ANTES      PIC 9(05) COMP.
026100
026200 01  MSG-VACACIONES-LLENAS    PIC X(60) VALUE
026300     "Tabla de saldos llena: no se puede cerrar el ano.".
026400 01  MSG-EMPLEADOS-LLENOS     PIC X(60) VALUE
026500     "Tabla de empleados llena: no se puede cerrar el ano.".
026600
026700******************************************************************
026800*    SALDO DEL EMPLEADO EN CURSO
026900******************************************************************
027000 01  CIER-SALDO.
027100     05 CIER-DERECHO          PIC 9(03) VALUE ZERO.
027200     05 CIER-DISFRUTADOS      PIC 9(05) VALUE ZERO.
027300     05 CIER-USADO-ARRASTRE   PIC 9(03) VALUE ZERO.
027400     05 CIER-CADUCADOS        PIC 9(03) VALUE ZERO.
027500     05 CIER-PROPIOS          PIC 9(05) VALUE ZERO.
027600     05 CIER-RESTO            PIC S9(05) VALUE ZERO.
027700     05 CIER-TRASPASADOS      PIC 9(03) VALUE ZERO.
027800     05 CIER-PERDIDOS         PIC 9(03) VALUE ZERO.
027900     05 CIER-OBSERVACION      PIC X(40) VALUE SPACES.
028000
028100******************************************************************
028200*    CALCULO DEL DERECHO PRORRATEADO: AÑO, FECHAS DE ALTA Y BAJA
028300*    DEL EMPLEADO, TRAMO DEL AÑO EN PLANTILLA Y DIAS DEL AÑO.
028400******************************************************************
028500 01  CIER-PRO-ANO             PIC 9(04) VALUE ZERO.
028600 01  CIER-PRO-ALTA            PIC 9(08) VALUE ZERO.
028700 01  CIER-PRO-BAJA            PIC 9(08) VALUE ZERO.
028800 01  CIER-PRO-DESDE           PIC 9(08) VALUE ZERO.
028900 01  CIER-PRO-HASTA           PIC 9(08) VALUE ZERO.
029000 01  CIER-PRO-DERECHO         PIC 9(03) VALUE ZERO.
029100 01  CIER-PRO-DIAS            PIC 9(03) COMP VALUE ZERO.
029200 01  CIER-PRO-DIAS-ANO        PIC 9(03) COMP VALUE ZERO.
029300 01  CIER-PRO-DIA-DESDE       PIC 9(03) COMP VALUE ZERO.
029400
029500 01  CIER-FECHA-CALCULO       PIC 9(08) VALUE ZERO.
029600 01  CIER-FECHA-CALCULO-R     REDEFINES CIER-FECHA-CALCULO.
029700     05 CIER-CALC-AAAA        PIC 9(04).
029800     05 CIER-CALC-MM          PIC 9(02).
029900     05 CIER-CALC-DD          PIC 9(02).
030000 01  CIER-DIA-DEL-ANO         PIC 9(03) COMP VALUE ZERO.
030100 01  CIER-MES                 PIC 9(02) COMP VALUE ZERO.
030200
030300 01  TABLA-DIAS-MES-VALORES.
030400     05 FILLER                PIC X(24) VALUE
030500        "312831303130313130313031".
030600 01  TABLA-DIAS-MES           REDEFINES TABLA-DIAS-MES-VALORES.
030700     05 TABLA-DIAS-DEL-MES    PIC 9(02) OCCURS 12 TIMES.
030800
030900 01  CIER-BISIESTO-COCIENTE   PIC 9(04) COMP VALUE ZERO.
031000 01  CIER-BISIESTO-RESTO-4    PIC 9(04) COMP VALUE ZERO.
031100 01  CIER-BISIESTO-RESTO-100  PIC 9(04) COMP VALUE ZERO.
031200 01  CIER-BISIESTO-RESTO-400  PIC 9(04) COMP VALUE ZERO.
031300
031400 01  CIER-ID-BUSCADO          PIC 9(05) VALUE ZERO.
031500 01  CIER-ANO-BUSCADO         PIC 9(04) VALUE ZERO.
031600 01  CIER-IDX-EMPLEADO        PIC 9(05) COMP VALUE ZERO.
031700 01  CIER-IDX-SALDO           PIC 9(05) COMP VALUE ZERO.
031800 01  CIER-ANO-AUSENCIA        PIC 9(04) VALUE ZERO.
031900
032000 01  CIER-SWITCHES.
032100     05 CIER-FIN-FICHERO-SW   PIC X(01) VALUE "N".
032200        88 CIER-FIN-FICHERO          VALUE "S".
032300     05 CIER-EMP-HALLADO-SW   PIC X(01) VALUE "N".
032400        88 CIER-EMP-HALLADO          VALUE "S".
032500     05 CIER-VAC-HALLADO-SW   PIC X(01) VALUE "N".
032600        88 CIER-VAC-HALLADO          VALUE "S".
032700     05 CIER-BISIESTO-SW      PIC X(01) VALUE "N".
032800        88 CIER-BISIESTO             VALUE "S".
032900     05 CIER-BAJA-EN-ANO-SW   PIC X(01) VALUE "N".
033000        88 CIER-BAJA-EN-ANO          VALUE "S".
033100     05 CIER-ERROR-SALDOS-SW  PIC X(01) VALUE "N".
033200        88 CIER-ERROR-SALDOS         VALUE "S".
033300
033400 PROCEDURE DIVISION.
033500******************************************************************
033600*    0000-MAINLINE
033700*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA. LOS SALDOS SE
033800*    CARGAN ANTES QUE LOS EMPLEADOS PARA CONOCER LO QUE CADA UNO
033900*    TRAE DEL AÑO ANTERIOR, Y ESTO ANTES QUE LAS AUSENCIAS PARA
034000*    SEPARAR LO DISFRUTADO HASTA SU CADUCIDAD.
034100******************************************************************
034200 0000-MAINLINE.
034300     PERFORM 1000-INICIALIZAR
034400         THRU 1000-EXIT.
034500
034600     PERFORM 2000-ACUMULAR-AUSENCIAS
034700         THRU 2000-EXIT.
034800
034900     PERFORM 3000-CERRAR-EMPLEADO
035000         THRU 3000-EXIT
035100         VARYING TABLA-EMP-IDX FROM 1 BY 1
035200         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
035300
035400     PERFORM 5000-REESCRIBIR-SALDOS
035500         THRU 5000-EXIT.
035600
035700     PERFORM 6900-ESCRIBIR-RESUMEN
035800         THRU 6900-EXIT.
035900
036000     PERFORM 9000-FINALIZAR
036100         THRU 9000-EXIT.
036200
036300     STOP RUN.
036400
036500 0000-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900*    1000-INICIALIZAR
037000*    OBTIENE LA FECHA, VALIDA LOS PARAMETROS, ABRE EL INFORME Y
037100*    CARGA LOS SALDOS Y LOS EMPLEADOS.
037200******************************************************************
037300 1000-INICIALIZAR.
037400     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
037500     MOVE WS-FECHA-AAAA TO LC1-FECHA (1:4).
037600     MOVE WS-FECHA-MM   TO LC1-FECHA (6:2).
037700     MOVE WS-FECHA-DD   TO LC1-FECHA (9:2).
037800
037900     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
038000     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
038100         INTO WS-PARM-ANO WS-PARM-LIMITE.
038200
038300     IF WS-PARM-ANO = SPACES
038400         COMPUTE CIER-ANO = WS-FECHA-AAAA - 1
038500     ELSE
038600         IF WS-PARM-ANO IS NOT NUMERIC OR WS-PARM-ANO < "1900"
038700             DISPLAY "Ano no valido (AAAA): " WS-PARM-ANO
038800             MOVE 16 TO RETURN-CODE
038900             STOP RUN
039000         END-IF
039100         MOVE WS-PARM-ANO TO CIER-ANO
039200     END-IF.
039300     IF CIER-ANO NOT < WS-FECHA-AAAA
039400         DISPLAY "El ano " CIER-ANO " no ha terminado: no se "
039500             "puede cerrar."
039600         MOVE 16 TO RETURN-CODE
039700         STOP RUN
039800     END-IF.
039900
040000     IF WS-PARM-LIMITE = SPACES
040100         MOVE CIER-LIMITE-DEFECTO TO CIER-LIMITE-TRASPASO
040200     ELSE
040300         IF WS-PARM-LIMITE (2:1) = SPACE
040400             MOVE WS-PARM-LIMITE (1:1) TO WS-PARM-LIMITE (2:1)
040500             MOVE "0" TO WS-PARM-LIMITE (1:1)
040600         END-IF
040700         IF WS-PARM-LIMITE IS NOT NUMERIC
040800             DISPLAY "Limite de traspaso no valido (dias): "
040900                 WS-PARM-LIMITE
041000             MOVE 16 TO RETURN-CODE
041100             STOP RUN
041200         END-IF
041300         MOVE WS-PARM-LIMITE TO CIER-LIMITE-TRASPASO
041400     END-IF.
041500
041600     COMPUTE CIER-ANO-SIGUIENTE = CIER-ANO + 1.
041700     COMPUTE CIER-INICIO-ANO = CIER-ANO * 10000 + 0101.
041800     COMPUTE CIER-FIN-ANO    = CIER-ANO * 10000 + 1231.
041900     COMPUTE CIER-CADUCIDAD-NUEVA =
042000         CIER-ANO-SIGUIENTE * 10000 + CIER-CADUCIDAD-MMDD.
042100     MOVE CIER-ANO             TO LC1-ANO.
042200     MOVE CIER-LIMITE-TRASPASO TO LC1-LIMITE.
042300
042400     OPEN OUTPUT CIERRE-LISTADO.
042500     IF FS-STATUS-LISTADO NOT = "00"
042600         DISPLAY "Error al abrir el informe. STATUS: "
042700             FS-STATUS-LISTADO
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF.
043100
043200     PERFORM 1100-CARGAR-SALDOS
043300         THRU 1100-EXIT.
043400
043500     PERFORM 1200-CARGAR-EMPLEADOS
043600         THRU 1200-EXIT.
043700
043800 1000-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200*    1100-CARGAR-SALDOS
044300*    CARGA vacaciones.csv EN LA TABLA DE SALDOS. SI NO EXISTE ES
044400*    EL PRIMER CIERRE. SI EL AÑO SIGUIENTE YA ESTA CERRADO, ESTE
044500*    NO SE PUEDE VOLVER A CERRAR: CAMBIARIA LO QUE AQUEL TRAJO.
044600******************************************************************
044700 1100-CARGAR-SALDOS.
044800     OPEN INPUT VACACIONES-ARCHIVO.
044900     IF FS-STATUS-VAC = "35"
045000         DISPLAY "Sin vacaciones.csv: primer cierre de saldos."
045100         GO TO 1100-EXIT
045200     END-IF.
045300     IF FS-STATUS-VAC NOT = "00"
045400         DISPLAY "No se ha podido abrir vacaciones.csv. STATUS: "
045500             FS-STATUS-VAC
045600         PERFORM 9900-ABORTAR THRU 9900-EXIT
045700     END-IF.
045800
045900     MOVE "N" TO CIER-FIN-FICHERO-SW.
046000     PERFORM 1110-LEER-UN-SALDO
046100         THRU 1110-EXIT
046200         UNTIL CIER-FIN-FICHERO.
046300     CLOSE VACACIONES-ARCHIVO.
046400
046500 1100-EXIT.
046600     EXIT.
046700
046800 1110-LEER-UN-SALDO.
046900     READ VACACIONES-ARCHIVO
047000         AT END
047100             MOVE "S" TO CIER-FIN-FICHERO-SW
047200             GO TO 1110-EXIT
047300     END-READ.
047400
047500     IF TABLA-VAC-TOTAL NOT < 10000
047600         DISPLAY MSG-VACACIONES-LLENAS
047700         CLOSE VACACIONES-ARCHIVO
047800         PERFORM 9900-ABORTAR THRU 9900-EXIT
047900     END-IF.
048000     ADD 1 TO TABLA-VAC-TOTAL.
048100     MOVE VACACIONES-REGISTRO
048200         TO TABLA-VAC-ENTRADA(TABLA-VAC-TOTAL).
048300
048400     IF VACACIONES-ANO = CIER-ANO-SIGUIENTE
048500         AND VACACIONES-CERRADO
048600         DISPLAY "El ano " CIER-ANO-SIGUIENTE " ya esta cerrado: "
048700             "no se puede volver a cerrar " CIER-ANO "."
048800         CLOSE VACACIONES-ARCHIVO
048900         PERFORM 9900-ABORTAR THRU 9900-EXIT
049000     END-IF.
049100
049200 1110-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600*    1200-CARGAR-EMPLEADOS
049700*    CARGA EL MAESTRO Y, DETRAS, LAS IMAGENES DE exempleados.csv
049800*    DE LOS EMPLEADOS QUE YA NO ESTAN EN EL (LA ULTIMA DE CADA
049900*    UNO). DESPUES MARCA LOS QUE ESTUVIERON EN PLANTILLA EN EL AÑO
050000*    Y TOMA DE SU SALDO DEL AÑO LO QUE TRAEN DEL ANTERIOR.
050100******************************************************************
050200 1200-CARGAR-EMPLEADOS.
050300     OPEN INPUT EMPLEADOS-ARCHIVO.
050400     IF FS-STATUS NOT = "00"
050500         DISPLAY "No se ha podido abrir empleados.csv. STATUS: "
050600             FS-STATUS
050700         PERFORM 9900-ABORTAR THRU 9900-EXIT
050800     END-IF.
050900     MOVE "N" TO CIER-FIN-FICHERO-SW.
051000     PERFORM 1210-LEER-UN-EMPLEADO
051100         THRU 1210-EXIT
051200         UNTIL CIER-FIN-FICHERO.
051300     CLOSE EMPLEADOS-ARCHIVO.
051400
051500     OPEN INPUT EXEMPLEADOS-ARCHIVO.
051600     IF FS-STATUS-EXEMP NOT = "00"
051700         IF FS-STATUS-EXEMP NOT = "35"
051800             DISPLAY "AVISO: no se pudo leer exempleados.csv. "
051900                 "STATUS: " FS-STATUS-EXEMP
052000         END-IF
052100         GO TO 1200-MARCAR
052200     END-IF.
052300     MOVE "N" TO CIER-FIN-FICHERO-SW.
052400     PERFORM 1220-LEER-UN-EXEMPLEADO
052500         THRU 1220-EXIT
052600         UNTIL CIER-FIN-FICHERO.
052700     CLOSE EXEMPLEADOS-ARCHIVO.
052800
052900 1200-MARCAR.
053000     PERFORM 1300-MARCAR-EMPLEADO
053100         THRU 1300-EXIT
053200         VARYING TABLA-EMP-IDX FROM 1 BY 1
053300         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
053400
053500 1200-EXIT.
053600     EXIT.
053700
053800 1210-LEER-UN-EMPLEADO.
053900     READ EMPLEADOS-ARCHIVO
054000         AT END
054100             MOVE "S" TO CIER-FIN-FICHERO-SW
054200             GO TO 1210-EXIT
054300     END-READ.
054400
054500     MOVE EMPLEADOS-ID TO CIER-ID-BUSCADO.
054600     PERFORM 1250-LOCALIZAR-EMPLEADO THRU 1250-EXIT.
054700     PERFORM 1230-GUARDAR-EMPLEADO THRU 1230-EXIT.
054800     MOVE "M" TO TABLA-EMP-ORIGEN(CIER-IDX-EMPLEADO).
054900
055000 1210-EXIT.
055100     EXIT.
055200
055300 1220-LEER-UN-EXEMPLEADO.
055400     READ EXEMPLEADOS-ARCHIVO
055500         AT END
055600             MOVE "S" TO CIER-FIN-FICHERO-SW
055700             GO TO 1220-EXIT
055800     END-READ.
055900
056000     MOVE EXEMP-REGISTRO TO EMPLEADOS-REGISTRO.
056100     IF EMPLEADOS-ID IS NOT NUMERIC
056200         GO TO 1220-EXIT
056300     END-IF.
056400     MOVE EMPLEADOS-ID TO CIER-ID-BUSCADO.
056500     PERFORM 1250-LOCALIZAR-EMPLEADO THRU 1250-EXIT.
056600     IF NOT TABLA-EMP-DEL-MAESTRO(CIER-IDX-EMPLEADO)
056700         PERFORM 1230-GUARDAR-EMPLEADO THRU 1230-EXIT
056800         MOVE "X" TO TABLA-EMP-ORIGEN(CIER-IDX-EMPLEADO)
056900     END-IF.
057000
057100 1220-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500*    1230-GUARDAR-EMPLEADO
057600*    COPIA EN LA ENTRADA DEL EMPLEADO LOS DATOS DEL REGISTRO
057700*    LEIDO.
057800*    LA FECHA DE BAJA SOLO CUENTA SI EL EMPLEADO ESTA DE BAJA; UNA
057900*    FECHA QUE NO ES VALIDA SE TOMA COMO NO INFORMADA.
058000******************************************************************
058100 1230-GUARDAR-EMPLEADO.
058200     MOVE EMPLEADOS-APELLIDO1
058300         TO TABLA-EMP-APELLIDO1(CIER-IDX-EMPLEADO).
058400     IF EMPLEADOS-FECHA-ALTA IS NUMERIC
058500         MOVE EMPLEADOS-FECHA-ALTA
058600             TO TABLA-EMP-FECHA-ALTA(CIER-IDX-EMPLEADO)
058700     ELSE
058800         MOVE ZERO TO TABLA-EMP-FECHA-ALTA(CIER-IDX-EMPLEADO)
058900     END-IF.
059000     IF EMPLEADOS-EN-BAJA AND EMPLEADOS-FECHA-BAJA IS NUMERIC
059100         MOVE EMPLEADOS-FECHA-BAJA
059200             TO TABLA-EMP-FECHA-BAJA(CIER-IDX-EMPLEADO)
059300     ELSE
059400         MOVE ZERO TO TABLA-EMP-FECHA-BAJA(CIER-IDX-EMPLEADO)
059500     END-IF.
059600
059700 1230-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*    1250-LOCALIZAR-EMPLEADO
060200*    BUSCA CIER-ID-BUSCADO EN LA TABLA DE EMPLEADOS Y, SI NO ESTA,
060300*    LO AÑADE VACIO. DEJA LA POSICION EN CIER-IDX-EMPLEADO. SIN
060400*    SITIO EN LA TABLA EL CIERRE QUEDARIA INCOMPLETO: SE ABANDONA.
060500******************************************************************
060600 1250-LOCALIZAR-EMPLEADO.
060700     PERFORM 1260-BUSCAR-EMPLEADO THRU 1260-EXIT.
060800     IF CIER-EMP-HALLADO
060900         GO TO 1250-EXIT
061000     END-IF.
061100
061200     IF TABLA-EMP-TOTAL NOT < 10000
061300         DISPLAY MSG-EMPLEADOS-LLENOS
061400         CLOSE EMPLEADOS-ARCHIVO
061500         CLOSE EXEMPLEADOS-ARCHIVO
061600         PERFORM 9900-ABORTAR THRU 9900-EXIT
061700     END-IF.
061800
061900     ADD 1 TO TABLA-EMP-TOTAL.
062000     MOVE TABLA-EMP-TOTAL TO CIER-IDX-EMPLEADO.
062100     MOVE CIER-ID-BUSCADO TO TABLA-EMP-ID(TABLA-EMP-TOTAL).
062200     MOVE SPACES TO TABLA-EMP-APELLIDO1(TABLA-EMP-TOTAL).
062300     MOVE ZERO   TO TABLA-EMP-FECHA-ALTA(TABLA-EMP-TOTAL).
062400     MOVE ZERO   TO TABLA-EMP-FECHA-BAJA(TABLA-EMP-TOTAL).
062500     MOVE SPACES TO TABLA-EMP-ORIGEN(TABLA-EMP-TOTAL).
062600     MOVE "N"    TO TABLA-EMP-INCLUIDO-SW(TABLA-EMP-TOTAL).
062700     MOVE ZERO   TO TABLA-EMP-ARRASTRE(TABLA-EMP-TOTAL).
062800     MOVE ZERO   TO TABLA-EMP-CADUCIDAD(TABLA-EMP-TOTAL).
062900     MOVE ZERO   TO TABLA-EMP-VAC-TOTAL(TABLA-EMP-TOTAL).
063000     MOVE ZERO   TO TABLA-EMP-VAC-ANTES(TABLA-EMP-TOTAL).
063100
063200 1250-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*    1260-BUSCAR-EMPLEADO
063700*    BUSCA CIER-ID-BUSCADO EN LA TABLA DE EMPLEADOS; SI LO
063800*    ENCUENTRA, ACTIVA CIER-EMP-HALLADO Y DEJA SU POSICION EN
063900*    CIER-IDX-EMPLEADO.
064000******************************************************************
064100 1260-BUSCAR-EMPLEADO.
064200     MOVE "N" TO CIER-EMP-HALLADO-SW.
064300     PERFORM 1270-COMPARAR-EMPLEADO
064400         THRU 1270-EXIT
064500         VARYING TABLA-EMP-IDX FROM 1 BY 1
064600         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL
064700         OR CIER-EMP-HALLADO.
064800
064900 1260-EXIT.
065000     EXIT.
065100
065200 1270-COMPARAR-EMPLEADO.
065300     IF TABLA-EMP-ID(TABLA-EMP-IDX) = CIER-ID-BUSCADO
065400         MOVE "S" TO CIER-EMP-HALLADO-SW
065500         SET CIER-IDX-EMPLEADO TO TABLA-EMP-IDX
065600     END-IF.
065700
065800 1270-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200*    1300-MARCAR-EMPLEADO
066300*    EL EMPLEADO ENTRA EN EL CIERRE SI SE DIO DE ALTA COMO TARDE
066400*    EL 31/12 DEL AÑO Y NO CAUSO BAJA ANTES DEL 1/1. SI YA TIENE
066500*    SALDO DEL AÑO, DE EL TOMA LOS DIAS QUE TRAE Y SU CADUCIDAD.
066600******************************************************************
066700 1300-MARCAR-EMPLEADO.
066800     MOVE "N" TO TABLA-EMP-INCLUIDO-SW(TABLA-EMP-IDX).
066900     IF TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX) > CIER-FIN-ANO
067000         GO TO 1300-EXIT
067100     END-IF.
067200     IF TABLA-EMP-FECHA-BAJA(TABLA-EMP-IDX) NOT = ZERO
067300         AND TABLA-EMP-FECHA-BAJA(TABLA-EMP-IDX) < CIER-INICIO-ANO
067400         GO TO 1300-EXIT
067500     END-IF.
067600     MOVE "S" TO TABLA-EMP-INCLUIDO-SW(TABLA-EMP-IDX).
067700
067800     MOVE TABLA-EMP-ID(TABLA-EMP-IDX) TO CIER-ID-BUSCADO.
067900     MOVE CIER-ANO                    TO CIER-ANO-BUSCADO.
068000     PERFORM 4100-BUSCAR-SALDO THRU 4100-EXIT.
068100     IF CIER-VAC-HALLADO
068200         MOVE TABLA-VAC-ARRASTRE(CIER-IDX-SALDO)
068300             TO TABLA-EMP-ARRASTRE(TABLA-EMP-IDX)
068400         MOVE TABLA-VAC-CADUCIDAD(CIER-IDX-SALDO)
068500             TO TABLA-EMP-CADUCIDAD(TABLA-EMP-IDX)
068600     END-IF.
068700
068800 1300-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200*    2000-ACUMULAR-AUSENCIAS
069300*    LEE ausencias.csv Y SUMA A CADA EMPLEADO DEL CIERRE LOS DIAS
069400*    DE SUS AUSENCIAS VAC QUE EMPIEZAN EN EL AÑO, SEPARANDO LAS
069500*    QUE EMPIEZAN COMO TARDE EL DIA EN QUE CADUCAN LOS DIAS
069600*    TRAIDOS. SIN AUSENCIAS NO HAY CIERRE POSIBLE: UN ERROR AL
069700*    ABRIR ES FATAL.
069800******************************************************************
069900 2000-ACUMULAR-AUSENCIAS.
070000     OPEN INPUT AUSENCIAS-ARCHIVO.
070100     IF FS-STATUS-AUS NOT = "00"
070200         DISPLAY "No se ha podido abrir ausencias.csv. STATUS: "
070300             FS-STATUS-AUS
070400         PERFORM 9900-ABORTAR THRU 9900-EXIT
070500     END-IF.
070600
070700     MOVE "N" TO CIER-FIN-FICHERO-SW.
070800     PERFORM 2100-LEER-UNA-AUSENCIA
070900         THRU 2100-EXIT
071000         UNTIL CIER-FIN-FICHERO.
071100     CLOSE AUSENCIAS-ARCHIVO.
071200
071300 2000-EXIT.
071400     EXIT.
071500
071600 2100-LEER-UNA-AUSENCIA.
071700     READ AUSENCIAS-ARCHIVO
071800         AT END
071900             MOVE "S" TO CIER-FIN-FICHERO-SW
072000             GO TO 2100-EXIT
072100     END-READ.
072200     ADD 1 TO CIER-AUS-LEIDAS.
072300
072400     IF NOT AUSENCIAS-VACACIONES
072500         GO TO 2100-EXIT
072600     END-IF.
072700     MOVE AUSENCIAS-FECHA-INICIO (1:4) TO CIER-ANO-AUSENCIA.
072800     IF CIER-ANO-AUSENCIA NOT = CIER-ANO
072900         GO TO 2100-EXIT
073000     END-IF.
073100     ADD 1 TO CIER-AUS-VAC-ANO.
073200
073300     MOVE AUSENCIAS-ID TO CIER-ID-BUSCADO.
073400     PERFORM 1260-BUSCAR-EMPLEADO THRU 1260-EXIT.
073500     IF NOT CIER-EMP-HALLADO
073600         ADD 1 TO CIER-AUS-HUERFANAS
073700         GO TO 2100-EXIT
073800     END-IF.
073900     IF NOT TABLA-EMP-INCLUIDO(CIER-IDX-EMPLEADO)
074000         ADD 1 TO CIER-AUS-HUERFANAS
074100         GO TO 2100-EXIT
074200     END-IF.
074300
074400     ADD AUSENCIAS-DIAS TO TABLA-EMP-VAC-TOTAL(CIER-IDX-EMPLEADO).
074500     IF AUSENCIAS-FECHA-INICIO NOT >
074600         TABLA-EMP-CADUCIDAD(CIER-IDX-EMPLEADO)
074700         ADD AUSENCIAS-DIAS
074800             TO TABLA-EMP-VAC-ANTES(CIER-IDX-EMPLEADO)
074900     END-IF.
075000
075100 2100-EXIT.
075200     EXIT.
075300
075400******************************************************************
075500*    3000-CERRAR-EMPLEADO
075600*    CALCULA EL SALDO FINAL DEL EMPLEADO EN CURSO, LO GRABA EN SU
075700*    REGISTRO DEL AÑO, ABRE EL DEL AÑO SIGUIENTE SI SIGUE EN
075800*    PLANTILLA Y ESCRIBE SU LINEA EN EL INFORME.
075900*    LO DISFRUTADO HASTA LA CADUCIDAD GASTA PRIMERO LOS DIAS
076000*    TRAIDOS; LOS TRAIDOS QUE QUEDAN CADUCAN. EL RESTO DE LO
076100*    DISFRUTADO SE DESCUENTA DEL DERECHO DEL AÑO.
076200******************************************************************
076300 3000-CERRAR-EMPLEADO.
076400     IF NOT TABLA-EMP-INCLUIDO(TABLA-EMP-IDX)
076500         GO TO 3000-EXIT
076600     END-IF.
076700     ADD 1 TO CIER-EMPLEADOS.
076800     MOVE SPACES TO CIER-OBSERVACION.
076900
077000     MOVE CIER-ANO                             TO CIER-PRO-ANO.
077100     MOVE TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX)  TO CIER-PRO-ALTA.
077200     MOVE TABLA-EMP-FECHA-BAJA(TABLA-EMP-IDX)  TO CIER-PRO-BAJA.
077300     PERFORM 7400-CALCULAR-DERECHO THRU 7400-EXIT.
077400     MOVE CIER-PRO-DERECHO TO CIER-DERECHO.
077500
077600     MOVE TABLA-EMP-VAC-TOTAL(TABLA-EMP-IDX) TO CIER-DISFRUTADOS.
077700     IF TABLA-EMP-VAC-ANTES(TABLA-EMP-IDX) <
077800         TABLA-EMP-ARRASTRE(TABLA-EMP-IDX)
077900         MOVE TABLA-EMP-VAC-ANTES(TABLA-EMP-IDX)
078000             TO CIER-USADO-ARRASTRE
078100     ELSE
078200         MOVE TABLA-EMP-ARRASTRE(TABLA-EMP-IDX)
078300             TO CIER-USADO-ARRASTRE
078400     END-IF.
078500     COMPUTE CIER-CADUCADOS =
078600         TABLA-EMP-ARRASTRE(TABLA-EMP-IDX) - CIER-USADO-ARRASTRE.
078700     COMPUTE CIER-PROPIOS =
078800         CIER-DISFRUTADOS - CIER-USADO-ARRASTRE.
078900     COMPUTE CIER-RESTO = CIER-DERECHO - CIER-PROPIOS.
079000
079100     MOVE "N" TO CIER-BAJA-EN-ANO-SW.
079200     IF TABLA-EMP-FECHA-BAJA(TABLA-EMP-IDX) NOT = ZERO
079300         AND TABLA-EMP-FECHA-BAJA(TABLA-EMP-IDX)
079400             NOT > CIER-FIN-ANO
079500         MOVE "S" TO CIER-BAJA-EN-ANO-SW
079600     END-IF.
079700
079800     MOVE ZERO TO CIER-TRASPASADOS.
079900     MOVE ZERO TO CIER-PERDIDOS.
080000     EVALUATE TRUE
080100         WHEN CIER-RESTO < ZERO
080200             ADD 1 TO CIER-EXCESOS
080300             SUBTRACT CIER-RESTO FROM CIER-TOT-EXCESO
080400             MOVE "EXCESO DE DISFRUTE SOBRE EL DERECHO"
080500                 TO CIER-OBSERVACION
080600         WHEN CIER-BAJA-EN-ANO
080700             CONTINUE
080800         WHEN CIER-RESTO > CIER-LIMITE-TRASPASO
080900             MOVE CIER-LIMITE-TRASPASO TO CIER-TRASPASADOS
081000             COMPUTE CIER-PERDIDOS =
081100                 CIER-RESTO - CIER-LIMITE-TRASPASO
081200         WHEN OTHER
081300             MOVE CIER-RESTO TO CIER-TRASPASADOS
081400     END-EVALUATE.
081500
081600     IF CIER-BAJA-EN-ANO
081700         ADD 1 TO CIER-BAJAS-ANO
081800         IF CIER-OBSERVACION = SPACES
081900             MOVE "BAJA EN EL ANO: SALDO A LIQUIDAR"
082000                 TO CIER-OBSERVACION
082100         END-IF
082200     END-IF.
082300     IF TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX) NOT < CIER-INICIO-ANO
082400         ADD 1 TO CIER-ALTAS-ANO
082500         IF CIER-OBSERVACION = SPACES
082600             MOVE "ALTA EN EL ANO: DERECHO PRORRATEADO"
082700                 TO CIER-OBSERVACION
082800         END-IF
082900     END-IF.
083000
083100     ADD CIER-DERECHO     TO CIER-TOT-DERECHO.
083200     ADD TABLA-EMP-ARRASTRE(TABLA-EMP-IDX) TO CIER-TOT-ARRASTRE.
083300     ADD CIER-DISFRUTADOS TO CIER-TOT-DISFRUTADOS.
083400     ADD CIER-CADUCADOS   TO CIER-TOT-CADUCADOS.
083500     ADD CIER-TRASPASADOS TO CIER-TOT-TRASPASADOS.
083600     ADD CIER-PERDIDOS    TO CIER-TOT-PERDIDOS.
083700
083800     PERFORM 3100-GRABAR-SALDO-ANO THRU 3100-EXIT.
083900     IF NOT CIER-BAJA-EN-ANO
084000         PERFORM 3200-ABRIR-SALDO-SIGUIENTE THRU 3200-EXIT
084100     END-IF.
084200     PERFORM 3300-ESCRIBIR-DETALLE THRU 3300-EXIT.
084300
084400 3000-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*    3100-GRABAR-SALDO-ANO
084900*    DEJA CERRADO EL SALDO DEL AÑO DEL EMPLEADO, CREANDOLO SI NO
085000*    EXISTIA. LO QUE TRAJO DEL AÑO ANTERIOR NO SE TOCA.
085100******************************************************************
085200 3100-GRABAR-SALDO-ANO.
085300     MOVE TABLA-EMP-ID(TABLA-EMP-IDX) TO CIER-ID-BUSCADO.
085400     MOVE CIER-ANO                    TO CIER-ANO-BUSCADO.
085500     PERFORM 4100-BUSCAR-SALDO THRU 4100-EXIT.
085600     IF CIER-VAC-HALLADO
085700         IF TABLA-VAC-CERRADO(CIER-IDX-SALDO)
085800             ADD 1 TO CIER-RECIERRES
085900         END-IF
086000     ELSE
086100         PERFORM 4200-NUEVO-SALDO THRU 4200-EXIT
086200     END-IF.
086300
086400     MOVE CIER-DERECHO TO TABLA-VAC-DERECHO(CIER-IDX-SALDO).
086500     IF CIER-DISFRUTADOS > 999
086600         MOVE 999 TO TABLA-VAC-DISFRUTADOS(CIER-IDX-SALDO)
086700     ELSE
086800         MOVE CIER-DISFRUTADOS
086900             TO TABLA-VAC-DISFRUTADOS(CIER-IDX-SALDO)
087000     END-IF.
087100     MOVE CIER-CADUCADOS   TO TABLA-VAC-CADUCADOS(CIER-IDX-SALDO).
087200     MOVE CIER-TRASPASADOS
087300         TO TABLA-VAC-TRASPASADOS(CIER-IDX-SALDO).
087400     MOVE CIER-PERDIDOS    TO TABLA-VAC-PERDIDOS(CIER-IDX-SALDO).
087500     MOVE "C"              TO TABLA-VAC-ESTADO(CIER-IDX-SALDO).
087600     MOVE WS-FECHA-SISTEMA
087700         TO TABLA-VAC-FECHA-CIERRE(CIER-IDX-SALDO).
087800
087900 3100-EXIT.
088000     EXIT.
088100
088200******************************************************************
088300*    3200-ABRIR-SALDO-SIGUIENTE
088400*    ANOTA EN EL SALDO DEL AÑO SIGUIENTE LOS DIAS TRASPASADOS Y SU
088500*    CADUCIDAD, Y SU DERECHO PRORRATEADO CON LAS FECHAS DE HOY.
088600*    SI NO EXISTIA SE CREA ABIERTO.
088700******************************************************************
088800 3200-ABRIR-SALDO-SIGUIENTE.
088900     MOVE TABLA-EMP-ID(TABLA-EMP-IDX) TO CIER-ID-BUSCADO.
089000     MOVE CIER-ANO-SIGUIENTE          TO CIER-ANO-BUSCADO.
089100     PERFORM 4100-BUSCAR-SALDO THRU 4100-EXIT.
089200     IF NOT CIER-VAC-HALLADO
089300         PERFORM 4200-NUEVO-SALDO THRU 4200-EXIT
089400         ADD 1 TO CIER-SALDOS-NUEVOS
089500     END-IF.
089600
089700     MOVE CIER-ANO-SIGUIENTE                  TO CIER-PRO-ANO.
089800     MOVE TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX) TO CIER-PRO-ALTA.
089900     MOVE TABLA-EMP-FECHA-BAJA(TABLA-EMP-IDX) TO CIER-PRO-BAJA.
090000     PERFORM 7400-CALCULAR-DERECHO THRU 7400-EXIT.
090100     MOVE CIER-PRO-DERECHO TO TABLA-VAC-DERECHO(CIER-IDX-SALDO).
090200     MOVE CIER-TRASPASADOS TO TABLA-VAC-ARRASTRE(CIER-IDX-SALDO).
090300     MOVE CIER-CADUCIDAD-NUEVA
090400         TO TABLA-VAC-CADUCIDAD(CIER-IDX-SALDO).
090500
090600 3200-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000*    3300-ESCRIBIR-DETALLE
091100*    ESCRIBE LA LINEA DEL EMPLEADO EN EL INFORME.
091200******************************************************************
091300 3300-ESCRIBIR-DETALLE.
091400     MOVE TABLA-EMP-ID(TABLA-EMP-IDX)        TO LD-ID.
091500     MOVE TABLA-EMP-APELLIDO1(TABLA-EMP-IDX) TO LD-APELLIDO1.
091600     MOVE CIER-DERECHO                       TO LD-DERECHO.
091700     MOVE TABLA-EMP-ARRASTRE(TABLA-EMP-IDX)  TO LD-ARRASTRE.
091800     MOVE CIER-DISFRUTADOS                   TO LD-DISFRUTADOS.
091900     MOVE CIER-CADUCADOS                     TO LD-CADUCADOS.
092000     MOVE CIER-RESTO                         TO LD-SALDO.
092100     MOVE CIER-TRASPASADOS                   TO LD-TRASPASADOS.
092200     MOVE CIER-PERDIDOS                      TO LD-PERDIDOS.
092300     MOVE CIER-OBSERVACION                   TO LD-OBSERVACION.
092400     MOVE LIN-DETALLE TO CIER-LINEA-SALIDA.
092500     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
092600
092700 3300-EXIT.
092800     EXIT.
092900
093000******************************************************************
093100*    4100-BUSCAR-SALDO
093200*    BUSCA EN LA TABLA DE SALDOS EL DE CIER-ID-BUSCADO EN EL AÑO
093300*    CIER-ANO-BUSCADO; SI LO ENCUENTRA, ACTIVA CIER-VAC-HALLADO Y
093400*    DEJA SU POSICION EN CIER-IDX-SALDO.
093500******************************************************************
093600 4100-BUSCAR-SALDO.
093700     MOVE "N" TO CIER-VAC-HALLADO-SW.
093800     PERFORM 4110-COMPARAR-SALDO
093900         THRU 4110-EXIT
094000         VARYING TABLA-VAC-IDX FROM 1 BY 1
094100         UNTIL TABLA-VAC-IDX > TABLA-VAC-TOTAL
094200         OR CIER-VAC-HALLADO.
094300
094400 4100-EXIT.
094500     EXIT.
094600
094700 4110-COMPARAR-SALDO.
094800     IF TABLA-VAC-ID(TABLA-VAC-IDX) = CIER-ID-BUSCADO
094900         AND TABLA-VAC-ANO(TABLA-VAC-IDX) = CIER-ANO-BUSCADO
095000         MOVE "S" TO CIER-VAC-HALLADO-SW
095100         SET CIER-IDX-SALDO TO TABLA-VAC-IDX
095200     END-IF.
095300
095400 4110-EXIT.
095500     EXIT.
095600
095700******************************************************************
095800*    4200-NUEVO-SALDO
095900*    AÑADE A LA TABLA UN SALDO ABIERTO Y A CERO PARA
096000*    CIER-ID-BUSCADO Y CIER-ANO-BUSCADO Y DEJA SU POSICION EN
096100*    CIER-IDX-SALDO. SIN SITIO, EL FICHERO NO SE PODRIA REESCRIBIR
096200*    COMPLETO: SE ABANDONA SIN TOCARLO.
096300******************************************************************
096400 4200-NUEVO-SALDO.
096500     IF TABLA-VAC-TOTAL NOT < 10000
096600         DISPLAY MSG-VACACIONES-LLENAS
096700         PERFORM 9900-ABORTAR THRU 9900-EXIT
096800     END-IF.
096900
097000     ADD 1 TO TABLA-VAC-TOTAL.
097100     MOVE TABLA-VAC-TOTAL  TO CIER-IDX-SALDO.
097200     MOVE CIER-ID-BUSCADO  TO TABLA-VAC-ID(CIER-IDX-SALDO).
097300     MOVE CIER-ANO-BUSCADO TO TABLA-VAC-ANO(CIER-IDX-SALDO).
097400     MOVE ZERO TO TABLA-VAC-DERECHO(CIER-IDX-SALDO).
097500     MOVE ZERO TO TABLA-VAC-ARRASTRE(CIER-IDX-SALDO).
097600     MOVE ZERO TO TABLA-VAC-CADUCIDAD(CIER-IDX-SALDO).
097700     MOVE ZERO TO TABLA-VAC-DISFRUTADOS(CIER-IDX-SALDO).
097800     MOVE ZERO TO TABLA-VAC-CADUCADOS(CIER-IDX-SALDO).
097900     MOVE ZERO TO TABLA-VAC-TRASPASADOS(CIER-IDX-SALDO).
098000     MOVE ZERO TO TABLA-VAC-PERDIDOS(CIER-IDX-SALDO).
098100     MOVE "A"  TO TABLA-VAC-ESTADO(CIER-IDX-SALDO).
098200     MOVE ZERO TO TABLA-VAC-FECHA-CIERRE(CIER-IDX-SALDO).
098300
098400 4200-EXIT.
098500     EXIT.
098600
098700******************************************************************
098800*    5000-REESCRIBIR-SALDOS
098900*    REESCRIBE vacaciones.csv CON TODOS LOS SALDOS DE LA TABLA.
099000******************************************************************
099100 5000-REESCRIBIR-SALDOS.
099200     OPEN OUTPUT VACACIONES-ARCHIVO.
099300     IF FS-STATUS-VAC NOT = "00"
099400         DISPLAY "No se pudo reescribir vacaciones.csv. STATUS: "
099500             FS-STATUS-VAC
099600         MOVE "S" TO CIER-ERROR-SALDOS-SW
099700         MOVE 16 TO RETURN-CODE
099800         GO TO 5000-EXIT
099900     END-IF.
100000
100100     PERFORM 5100-GRABAR-UN-SALDO
100200         THRU 5100-EXIT
100300         VARYING TABLA-VAC-IDX FROM 1 BY 1
100400         UNTIL TABLA-VAC-IDX > TABLA-VAC-TOTAL.
100500     CLOSE VACACIONES-ARCHIVO.
100600
100700 5000-EXIT.
100800     EXIT.
100900
101000 5100-GRABAR-UN-SALDO.
101100     MOVE TABLA-VAC-ENTRADA(TABLA-VAC-IDX) TO VACACIONES-REGISTRO.
101200     WRITE VACACIONES-REGISTRO.
101300     IF FS-STATUS-VAC NOT = "00"
101400         DISPLAY "Error al grabar vacaciones.csv. STATUS: "
101500             FS-STATUS-VAC
101600         MOVE "S" TO CIER-ERROR-SALDOS-SW
101700         MOVE 16 TO RETURN-CODE
101800     END-IF.
101900
102000 5100-EXIT.
102100     EXIT.
102200
102300******************************************************************
102400*    6800-ESCRIBIR-SECCION
102500*    ESCRIBE UNA LINEA EN BLANCO Y EL TITULO DE UNA SECCION.
102600******************************************************************
102700 6800-ESCRIBIR-SECCION.
102800     MOVE SPACES TO CIER-LINEA-SALIDA.
102900     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
103000     MOVE LIN-SECCION TO CIER-LINEA-SALIDA.
103100     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
103200
103300 6800-EXIT.
103400     EXIT.
103500
103600******************************************************************
103700*    6900-ESCRIBIR-RESUMEN
103800*    ESCRIBE LOS TOTALES DEL CIERRE AL FINAL DEL INFORME.
103900******************************************************************
104000 6900-ESCRIBIR-RESUMEN.
104100     MOVE "RESUMEN" TO LS-TITULO.
104200     PERFORM 6800-ESCRIBIR-SECCION THRU 6800-EXIT.
104300
104400     MOVE "EMPLEADOS EN EL CIERRE................:" TO LR-TEXTO.
104500     MOVE CIER-EMPLEADOS TO LR-CANTIDAD.
104600     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
104700
104800     MOVE "  ALTAS EN EL ANO (PRORRATEADAS)......:" TO LR-TEXTO.
104900     MOVE CIER-ALTAS-ANO TO LR-CANTIDAD.
105000     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
105100
105200     MOVE "  BAJAS EN EL ANO (SIN TRASPASO)......:" TO LR-TEXTO.
105300     MOVE CIER-BAJAS-ANO TO LR-CANTIDAD.
105400     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
105500
105600     MOVE "  CON EXCESO DE DISFRUTE..............:" TO LR-TEXTO.
105700     MOVE CIER-EXCESOS TO LR-CANTIDAD.
105800     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
105900
106000     MOVE "  YA CERRADOS ANTES (RECALCULADOS)....:" TO LR-TEXTO.
106100     MOVE CIER-RECIERRES TO LR-CANTIDAD.
106200     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
106300
106400     MOVE "DIAS DE DERECHO DEL ANO...............:" TO LR-TEXTO.
106500     MOVE CIER-TOT-DERECHO TO LR-CANTIDAD.
106600     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
106700
106800     MOVE "DIAS TRAIDOS DEL ANO ANTERIOR.........:" TO LR-TEXTO.
106900     MOVE CIER-TOT-ARRASTRE TO LR-CANTIDAD.
107000     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
107100
107200     MOVE "DIAS DISFRUTADOS......................:" TO LR-TEXTO.
107300     MOVE CIER-TOT-DISFRUTADOS TO LR-CANTIDAD.
107400     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
107500
107600     MOVE "DIAS TRAIDOS QUE CADUCAN..............:" TO LR-TEXTO.
107700     MOVE CIER-TOT-CADUCADOS TO LR-CANTIDAD.
107800     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
107900
108000     MOVE "DIAS TRASPASADOS AL ANO SIGUIENTE.....:" TO LR-TEXTO.
108100     MOVE CIER-TOT-TRASPASADOS TO LR-CANTIDAD.
108200     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
108300
108400     MOVE "DIAS PERDIDOS POR EL LIMITE...........:" TO LR-TEXTO.
108500     MOVE CIER-TOT-PERDIDOS TO LR-CANTIDAD.
108600     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
108700
108800     MOVE "DIAS DISFRUTADOS DE MAS...............:" TO LR-TEXTO.
108900     MOVE CIER-TOT-EXCESO TO LR-CANTIDAD.
109000     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
109100
109200     MOVE "SALDOS ABIERTOS PARA EL ANO SIGUIENTE.:" TO LR-TEXTO.
109300     MOVE CIER-SALDOS-NUEVOS TO LR-CANTIDAD.
109400     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
109500
109600     MOVE "AUSENCIAS VAC DEL ANO.................:" TO LR-TEXTO.
109700     MOVE CIER-AUS-VAC-ANO TO LR-CANTIDAD.
109800     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
109900
110000     MOVE "  DE EMPLEADOS FUERA DEL CIERRE.......:" TO LR-TEXTO.
110100     MOVE CIER-AUS-HUERFANAS TO LR-CANTIDAD.
110200     PERFORM 6950-ESCRIBIR-CANTIDAD THRU 6950-EXIT.
110300
110400 6900-EXIT.
110500     EXIT.
110600
110700 6950-ESCRIBIR-CANTIDAD.
110800     MOVE LIN-RESUMEN TO CIER-LINEA-SALIDA.
110900     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
111000
111100 6950-EXIT.
111200     EXIT.
111300
111400******************************************************************
111500*    7000-ESCRIBIR-LINEA
111600*    ESCRIBE EN EL INFORME LA LINEA PREPARADA EN
111700*    CIER-LINEA-SALIDA, CONTROLANDO EL SALTO DE PAGINA.
111800******************************************************************
111900 7000-ESCRIBIR-LINEA.
112000     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
112100         OR CNT-PAGINA = ZERO
112200         PERFORM 7100-ESCRIBIR-CABECERA THRU 7100-EXIT
112300     END-IF.
112400
112500     WRITE LINEA-LISTADO FROM CIER-LINEA-SALIDA.
112600     IF FS-STATUS-LISTADO NOT = "00"
112700         DISPLAY "Error al escribir el informe. STATUS: "
112800             FS-STATUS-LISTADO
112900     END-IF.
113000     ADD 1 TO CNT-LINEAS-PAGINA.
113100
113200 7000-EXIT.
113300     EXIT.
113400
113500******************************************************************
113600*    7100-ESCRIBIR-CABECERA
113700*    INICIA UNA PAGINA NUEVA: AÑO, LIMITE, FECHA, NUMERO DE PAGINA
113800*    Y CABECERA DE COLUMNAS.
113900******************************************************************
114000 7100-ESCRIBIR-CABECERA.
114100     ADD 1 TO CNT-PAGINA.
114200     MOVE CNT-PAGINA TO LC1-PAGINA.
114300
114400     IF CNT-PAGINA > 1
114500         WRITE LINEA-LISTADO FROM SPACES
114600         AFTER ADVANCING PAGE
114700     END-IF.
114800     IF FS-STATUS-LISTADO NOT = "00"
114900         DISPLAY "Error al escribir el informe. STATUS: "
115000             FS-STATUS-LISTADO
115100     END-IF.
115200
115300     WRITE LINEA-LISTADO FROM LIN-CABECERA-1.
115400     IF FS-STATUS-LISTADO NOT = "00"
115500         DISPLAY "Error al escribir el informe. STATUS: "
115600             FS-STATUS-LISTADO
115700     END-IF.
115800     WRITE LINEA-LISTADO FROM SPACES.
115900     IF FS-STATUS-LISTADO NOT = "00"
116000         DISPLAY "Error al escribir el informe. STATUS: "
116100             FS-STATUS-LISTADO
116200     END-IF.
116300     WRITE LINEA-LISTADO FROM LIN-CABECERA-2.
116400     IF FS-STATUS-LISTADO NOT = "00"
116500         DISPLAY "Error al escribir el informe. STATUS: "
116600             FS-STATUS-LISTADO
116700     END-IF.
116800
116900     MOVE ZERO TO CNT-LINEAS-PAGINA.
117000
117100 7100-EXIT.
117200     EXIT.
117300
117400******************************************************************
117500*    7400-CALCULAR-DERECHO
117600*    DEJA EN CIER-PRO-DERECHO LOS DIAS DE VACACIONES QUE
117700*    CORRESPONDEN EN EL AÑO CIER-PRO-ANO A QUIEN ESTUVO EN
117800*    PLANTILLA DESDE CIER-PRO-ALTA HASTA CIER-PRO-BAJA (CERO SI
117900*    SIGUE): EL DERECHO ANUAL POR LOS DIAS NATURALES EN PLANTILLA
118000*    DENTRO DEL AÑO ENTRE LOS DIAS DEL AÑO, REDONDEADO. UN AÑO
118100*    COMPLETO DA EL DERECHO ANUAL ENTERO.
118200******************************************************************
118300 7400-CALCULAR-DERECHO.
118400     MOVE ZERO TO CIER-PRO-DERECHO.
118500     COMPUTE CIER-PRO-DESDE = CIER-PRO-ANO * 10000 + 0101.
118600     COMPUTE CIER-PRO-HASTA = CIER-PRO-ANO * 10000 + 1231.
118700
118800     IF CIER-PRO-ALTA > CIER-PRO-HASTA
118900         GO TO 7400-EXIT
119000     END-IF.
119100     IF CIER-PRO-ALTA > CIER-PRO-DESDE
119200         MOVE CIER-PRO-ALTA TO CIER-PRO-DESDE
119300     END-IF.
119400     IF CIER-PRO-BAJA NOT = ZERO
119500         IF CIER-PRO-BAJA < CIER-PRO-DESDE
119600             GO TO 7400-EXIT
119700         END-IF
119800         IF CIER-PRO-BAJA < CIER-PRO-HASTA
119900             MOVE CIER-PRO-BAJA TO CIER-PRO-HASTA
120000         END-IF
120100     END-IF.
120200
120300     MOVE CIER-PRO-DESDE TO CIER-FECHA-CALCULO.
120400     PERFORM 7410-DIA-DEL-ANO THRU 7410-EXIT.
120500     MOVE CIER-DIA-DEL-ANO TO CIER-PRO-DIA-DESDE.
120600     MOVE CIER-PRO-HASTA TO CIER-FECHA-CALCULO.
120700     PERFORM 7410-DIA-DEL-ANO THRU 7410-EXIT.
120800     COMPUTE CIER-PRO-DIAS =
120900         CIER-DIA-DEL-ANO - CIER-PRO-DIA-DESDE + 1.
121000
121100     IF CIER-BISIESTO
121200         MOVE 366 TO CIER-PRO-DIAS-ANO
121300     ELSE
121400         MOVE 365 TO CIER-PRO-DIAS-ANO
121500     END-IF.
121600
121700     IF CIER-PRO-DIAS NOT < CIER-PRO-DIAS-ANO
121800         MOVE CIER-DERECHO-BASE TO CIER-PRO-DERECHO
121900     ELSE
122000         COMPUTE CIER-PRO-DERECHO ROUNDED =
122100             CIER-DERECHO-BASE * CIER-PRO-DIAS / CIER-PRO-DIAS-ANO
122200     END-IF.
122300
122400 7400-EXIT.
122500     EXIT.
122600
122700******************************************************************
122800*    7410-DIA-DEL-ANO
122900*    DEJA EN CIER-DIA-DEL-ANO EL ORDINAL DENTRO DE SU AÑO DE
123000*    CIER-FECHA-CALCULO, Y EN CIER-BISIESTO SI EL AÑO LO ES:
123100*    DIVISIBLE POR 4 Y NO POR 100, O DIVISIBLE POR 400.
123200******************************************************************
123300 7410-DIA-DEL-ANO.
123400     MOVE "N" TO CIER-BISIESTO-SW.
123500     DIVIDE CIER-CALC-AAAA BY 4
123600         GIVING CIER-BISIESTO-COCIENTE
123700         REMAINDER CIER-BISIESTO-RESTO-4.
123800     DIVIDE CIER-CALC-AAAA BY 100
123900         GIVING CIER-BISIESTO-COCIENTE
124000         REMAINDER CIER-BISIESTO-RESTO-100.
124100     DIVIDE CIER-CALC-AAAA BY 400
124200         GIVING CIER-BISIESTO-COCIENTE
124300         REMAINDER CIER-BISIESTO-RESTO-400.
124400     IF (CIER-BISIESTO-RESTO-4 = ZERO
124500         AND CIER-BISIESTO-RESTO-100 NOT = ZERO)
124600         OR CIER-BISIESTO-RESTO-400 = ZERO
124700         MOVE "S" TO CIER-BISIESTO-SW
124800     END-IF.
124900
125000     MOVE CIER-CALC-DD TO CIER-DIA-DEL-ANO.
125100     IF CIER-CALC-MM < 2 OR CIER-CALC-MM > 12
125200         GO TO 7410-EXIT
125300     END-IF.
125400     PERFORM 7420-SUMAR-MES
125500         THRU 7420-EXIT
125600         VARYING CIER-MES FROM 1 BY 1
125700         UNTIL CIER-MES NOT < CIER-CALC-MM.
125800
125900 7410-EXIT.
126000     EXIT.
126100
126200 7420-SUMAR-MES.
126300     ADD TABLA-DIAS-DEL-MES(CIER-MES) TO CIER-DIA-DEL-ANO.
126400     IF CIER-MES = 2 AND CIER-BISIESTO
126500         ADD 1 TO CIER-DIA-DEL-ANO
126600     END-IF.
126700
126800 7420-EXIT.
126900     EXIT.
127000
127100******************************************************************
127200*    9000-FINALIZAR
127300*    CIERRA EL INFORME, MUESTRA EL RESUMEN POR PANTALLA Y DEJA EL
127400*    CODIGO DE RETORNO 4 SI ALGUN EMPLEADO DISFRUTO MAS DIAS DE
127500*    LOS QUE TENIA.
127600******************************************************************
127700 9000-FINALIZAR.
127800     CLOSE CIERRE-LISTADO.
127900
128000     IF CIER-ERROR-SALDOS
128100         DISPLAY "vacaciones.csv NO se ha reescrito: el ano "
128200             CIER-ANO " queda sin cerrar."
128300     ELSE
128400         DISPLAY "Ano cerrado             : " CIER-ANO
128500     END-IF.
128600     DISPLAY "Limite de traspaso      : " CIER-LIMITE-TRASPASO.
128700     DISPLAY "Empleados en el cierre  : " CIER-EMPLEADOS.
128800     DISPLAY "Dias traspasados        : " CIER-TOT-TRASPASADOS.
128900     DISPLAY "Dias perdidos           : " CIER-TOT-PERDIDOS.
129000     DISPLAY "Dias traidos caducados  : " CIER-TOT-CADUCADOS.
129100     DISPLAY "Excesos de disfrute     : " CIER-EXCESOS.
129200
129300     IF CIER-EXCESOS > ZERO
129400         AND RETURN-CODE < 4
129500         MOVE 4 TO RETURN-CODE
129600     END-IF.
129700
129800 9000-EXIT.
129900     EXIT.
130000
130100******************************************************************
130200*    9900-ABORTAR
130300*    TERMINACION ANORMAL ANTES DE REESCRIBIR vacaciones.csv:
130400*    CIERRA EL INFORME Y TERMINA CON CODIGO 16. EL FICHERO DE
130500*    SALDOS QUEDA COMO ESTABA.
130600******************************************************************
130700 9900-ABORTAR.
130800     CLOSE CIERRE-LISTADO.
130900     MOVE 16 TO RETURN-CODE.
131000     STOP RUN.
131100
131200 9900-EXIT.
131300     EXIT.
131400
131500 END PROGRAM AUSCIERR.
