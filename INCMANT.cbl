000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCMANT.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: INCMANT
000900*    DESCRIPCION..: MANTENIMIENTO INTERACTIVO DEL FICHERO
001000*                   DE INCIDENCIAS DE NOMINA incidencias.csv
001100*                   (HORAS EXTRA, NOCTURNIDAD, DIETAS, COMISIONES
001200*                   Y GRATIFICACIONES), EN EL ESTILO DE AUSMANT.
001300*                   PERMITE REGISTRAR INCIDENCIAS POR EMPLEADO Y
001400*                   MES DE NOMINA Y CONSULTAR LAS DE UN EMPLEADO
001500*                   CON SUS TOTALES. EL EMPLEADO SE VALIDA CONTRA
001600*                   EL MAESTRO empleados.csv: DEBE EXISTIR Y ESTAR
001700*                   ACTIVO. EL CONCEPTO DEBE ESTAR EN LA TABLA DE
001800*                   INCCON.CPY: SEGUN SU UNIDAD SE TECLEA LA
001900*                   CANTIDAD (VALORADA AL PRECIO DE LA TABLA) O EL
002000*                   IMPORTE, Y LA INCIDENCIA QUE SUPERA EL IMPORTE
002100*                   MAXIMO DEL CONCEPTO SE RECHAZA SIN GRABARLA.
002200*                   LA QUE SUPERA EL UMBRAL DE APROBACION SE GRABA
002300*                   PENDIENTE Y NO LLEGA A NOMINA HASTA QUE UN
002400*                   SUPERVISOR LA APRUEBA EN EMPAPROB. EL EXTRACTO
002500*                   MENSUAL PARA NOMINA LO GENERA INCEXT.
002600*
002700*    HISTORIAL DE MODIFICACIONES
002800*    FECHA       AUTOR   DESCRIPCION
002900*    ----------  ------  ------------------------------------
003000*    2026-10-15  JCR     PROGRAMA INICIAL.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT INCIDENCIAS-ARCHIVO
003600         ASSIGN TO "g:\Usuarios\incidencias.csv"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FS-STATUS-INC.
003900
004000     SELECT EMPLEADOS-ARCHIVO
004100         ASSIGN TO "g:\Usuarios\empleados.csv"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-STATUS.
004400
004500     SELECT OPERADORES-ARCHIVO
004600         ASSIGN TO "g:\Usuarios\operadores.csv"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FS-STATUS-OPER.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  INCIDENCIAS-ARCHIVO.
005300 COPY INCREG.
005400
005500 FD  EMPLEADOS-ARCHIVO.
005600 COPY EMPREG.
005700
005800 FD  OPERADORES-ARCHIVO.
005900 COPY OPEREG.
006000
006100 WORKING-STORAGE SECTION.
006200******************************************************************
006300*    LITERALES DE PANTALLA
006400******************************************************************
006500 01  INCM-TITULO-MENU     PIC X(40) VALUE
006600     "MANTENIMIENTO DE INCIDENCIAS DE NOMINA".
006700 01  INCM-MENU-1          PIC X(30) VALUE
006800     "1. ALTA DE INCIDENCIA".
006900 01  INCM-MENU-2          PIC X(30) VALUE
007000     "2. CONSULTA POR EMPLEADO".
007100 01  INCM-MENU-3          PIC X(30) VALUE
007200     "3. FIN DEL PROGRAMA".
007300 01  INCM-PROMPT-OPCION        PIC X(30) VALUE
007400     "TECLEE UNA OPCION (1-3): ".
007500 01  INCM-PROMPT-ID            PIC X(30) VALUE
007600     "IDENTIFICADOR DE EMPLEADO: ".
007700 01  INCM-PROMPT-MES           PIC X(40) VALUE
007800     "MES DE NOMINA (AAAAMM): ".
007900 01  INCM-PROMPT-CONCEPTO      PIC X(40) VALUE
008000     "CONCEPTO (HEX/NOC/DIE/COM/GRA): ".
008100 01  INCM-PROMPT-CANTIDAD      PIC X(60) VALUE
008200     "CANTIDAD, 7 DIGITOS SIN PUNTO (5 ENT+2 DEC): ".
008300 01  INCM-PROMPT-IMPORTE       PIC X(60) VALUE
008400     "IMPORTE, 9 DIGITOS SIN PUNTO (7 ENT+2 DEC): ".
008500 01  INCM-MSG-OPERADOR         PIC X(42) VALUE
008600     "INTRODUZCA SU IDENTIFICADOR DE OPERADOR: ".
008700 01  INCM-MSG-ID-INVALIDO      PIC X(58) VALUE
008800     "IDENTIFICADOR INVALIDO: DEBE SER NUMERICO Y DISTINTO DE 0".
008900 01  INCM-MSG-MES-INVALIDO     PIC X(50) VALUE
009000     "MES INVALIDO: DEBE SER AAAAMM CON MES DE 01 A 12.".
009100 01  INCM-MSG-CONCEPTO-INVALIDO PIC X(50) VALUE
009200     "CONCEPTO INVALIDO: NO ESTA EN LA TABLA.".
009300 01  INCM-MSG-VALOR-INVALIDO   PIC X(50) VALUE
009400     "VALOR INVALIDO: DEBE SER NUMERICO Y MAYOR QUE 0.".
009500
009600******************************************************************
009700*    CONMUTADORES DE CONTROL DEL PROGRAMA
009800******************************************************************
009900 01  INCM-SWITCHES.
010000     05 INCM-FIN-SW                PIC X(01) VALUE "N".
010100        88 INCM-FIN-PROGRAMA               VALUE "S".
010200     05 INCM-CAMPO-INVALIDO-SW     PIC X(01) VALUE "N".
010300        88 INCM-CAMPO-INVALIDO             VALUE "S".
010400     05 INCM-FIN-MAESTRO-SW        PIC X(01) VALUE "N".
010500        88 INCM-FIN-MAESTRO                 VALUE "S".
010600     05 INCM-FIN-INCIDENCIAS-SW    PIC X(01) VALUE "N".
010700        88 INCM-FIN-INCIDENCIAS             VALUE "S".
010800     05 INCM-EMPLEADO-HALLADO-SW   PIC X(01) VALUE "N".
010900        88 INCM-EMPLEADO-HALLADO           VALUE "S".
011000     05 INCM-TABLA-LLENA-SW        PIC X(01) VALUE "N".
011100        88 INCM-TABLA-LLENA                VALUE "S".
011200     05 INCM-FIN-OPER-SW           PIC X(01) VALUE "N".
011300        88 INCM-FIN-OPER                    VALUE "S".
011400     05 INCM-OPER-HALLADO-SW       PIC X(01) VALUE "N".
011500        88 INCM-OPER-HALLADO                VALUE "S".
011600     05 INCM-CONCEPTO-HALLADO-SW   PIC X(01) VALUE "N".
011700        88 INCM-CONCEPTO-HALLADO            VALUE "S".
011800
011900******************************************************************
012000*    CAMPOS INTERMEDIOS DE ENTRADA: SE ACEPTA SOBRE ELLOS Y SOLO
012100*    SE TRASLADAN AL REGISTRO SI SON VALIDOS.
012200******************************************************************
012300 01  ENTRADA-ID                    PIC X(05).
012400 01  ENTRADA-MES                   PIC X(06).
012500 01  ENTRADA-MES-R                 REDEFINES ENTRADA-MES.
012600     05 ENTRADA-MES-AAAA           PIC X(04).
012700     05 ENTRADA-MES-MM             PIC X(02).
012800 01  ENTRADA-CONCEPTO              PIC X(03).
012900 01  ENTRADA-CANTIDAD              PIC X(07).
013000 01  ENTRADA-CANTIDAD-NUM          REDEFINES ENTRADA-CANTIDAD
013100                                   PIC 9(05)V99.
013200 01  ENTRADA-IMPORTE               PIC X(09).
013300 01  ENTRADA-IMPORTE-NUM           REDEFINES ENTRADA-IMPORTE
013400                                   PIC 9(07)V99.
013500
013600 01  INCM-OPCION                   PIC X(01).
013700     88 INCM-OPC-ALTA                      VALUE "1".
013800     88 INCM-OPC-CONSULTAR                 VALUE "2".
013900     88 INCM-OPC-SALIR                     VALUE "3".
014000     88 INCM-OPC-VALIDA        VALUES "1" "2" "3".
014100
014200 01  FS-STATUS                     PIC X(02).
014300 01  FS-STATUS-INC                 PIC X(02).
014400 01  FS-STATUS-OPER                PIC X(02).
014500
014600******************************************************************
014700*    IDENTIFICACION DEL OPERADOR, IGUAL QUE EN AUSMANT.
014800******************************************************************
014900 01  INCM-OPERADOR                 PIC X(08).
015000 01  INCM-OPER-ESTADO              PIC X(01) VALUE SPACE.
015100     88 INCM-OPER-ACTIVO                  VALUE "A".
015200
015300******************************************************************
015400*    TABLA DE CONCEPTOS Y UMBRAL DE APROBACION.
015500******************************************************************
015600 COPY INCCON.
015700
015800******************************************************************
015900*    TABLA DE EMPLEADOS DEL MAESTRO (IDENTIFICADOR Y ESTADO),
016000*    CARGADA AL ARRANCAR DESDE empleados.csv PARA VALIDAR QUE LA
016100*    INCIDENCIA PERTENECE A UN EMPLEADO EXISTENTE Y ACTIVO.
016200******************************************************************
016300 01  TABLA-EMPLEADOS.
016400     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
016500     05 TABLA-EMP-ENTRADA     OCCURS 10000 TIMES
016600                              INDEXED BY TABLA-EMP-IDX.
016700        10 TABLA-EMP-ID       PIC 9(05).
016800        10 TABLA-EMP-ESTADO   PIC X(01).
016900
017000 01  MSG-TABLA-LLENA          PIC X(60) VALUE
017100     "AVISO: tabla de empleados llena, validacion incompleta.".
017200
017300 01  INCM-ID-BUSCADO          PIC 9(05) VALUE ZERO.
017400 01  INCM-ESTADO-HALLADO      PIC X(01) VALUE SPACE.
017500 01  INCM-CON-POSICION        PIC 9(02) COMP VALUE ZERO.
017600
017700******************************************************************
017800*    VALORACION DE LA INCIDENCIA Y CAMPOS EDITADOS PARA PANTALLA.
017900******************************************************************
018000 01  INCM-IMPORTE-CALCULO     PIC 9(09)V99 VALUE ZERO.
018100 01  INCM-IMPORTE-ED          PIC ZZZZZZ9.99.
018200 01  INCM-MAXIMO-ED           PIC ZZZZZZ9.99.
018300 01  INCM-UMBRAL-ED           PIC ZZZZZZ9.99.
018400 01  INCM-CANTIDAD-ED         PIC ZZZZ9.99.
018500
018600******************************************************************
018700*    ACUMULADOS DE LA CONSULTA POR EMPLEADO.
018800******************************************************************
018900 01  INCM-CONSULTA.
019000     05 INCM-CONS-LISTADAS    PIC 9(05) COMP VALUE ZERO.
019100     05 INCM-CONS-ADMITIDAS   PIC 9(09)V99 VALUE ZERO.
019200     05 INCM-CONS-PENDIENTES  PIC 9(09)V99 VALUE ZERO.
019300     05 INCM-CONS-RECHAZADAS  PIC 9(05) COMP VALUE ZERO.
019400 01  INCM-CONS-TOTAL-ED       PIC ZZZZZZZZ9.99.
019500 01  INCM-CONS-ESTADO         PIC X(10) VALUE SPACES.
019600
019700 PROCEDURE DIVISION.
019800******************************************************************
019900*    0000-MAINLINE
020000*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.
020100******************************************************************
020200 0000-MAINLINE.
020300     PERFORM 1000-INICIALIZAR
020400         THRU 1000-EXIT.
020500
020600     PERFORM 2000-PROCESO-MENU
020700         THRU 2000-EXIT
020800         UNTIL INCM-FIN-PROGRAMA.
020900
021000     PERFORM 9000-FINALIZAR
021100         THRU 9000-EXIT.
021200
021300     STOP RUN.
021400
021500 0000-EXIT.
021600     EXIT.
021700
021800******************************************************************
021900*    1000-INICIALIZAR
022000*    IDENTIFICA AL OPERADOR Y CARGA LA TABLA DE EMPLEADOS DEL
022100*    MAESTRO PARA LA VALIDACION DE LAS ALTAS.
022200******************************************************************
022300 1000-INICIALIZAR.
022400     DISPLAY INCM-MSG-OPERADOR.
022500     ACCEPT INCM-OPERADOR.
022600
022700     PERFORM 1050-VALIDAR-OPERADOR
022800         THRU 1050-EXIT.
022900     IF INCM-FIN-PROGRAMA
023000         GO TO 1000-EXIT
023100     END-IF.
023200     PERFORM 1100-CARGAR-EMPLEADOS
023300         THRU 1100-EXIT.
023400
023500     IF TABLA-EMP-TOTAL = ZERO
023600         DISPLAY "AVISO: NO SE PUDO CARGAR EL MAESTRO DE "
023700             "EMPLEADOS."
023800         DISPLAY "NO SE PODRA VALIDAR NINGUNA ALTA. STATUS: "
023900             FS-STATUS
024000         MOVE "S" TO INCM-FIN-SW
024100     END-IF.
024200
024300 1000-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    1050-VALIDAR-OPERADOR
024800*    BUSCA EL IDENTIFICADOR DEL OPERADOR EN EL MAESTRO DE
024900*    OPERADORES. SI NO ESTA REGISTRADO O ESTA INACTIVO SE TERMINA
025000*    EL PROGRAMA SIN ENTRAR EN EL MENU. CUALQUIER ROL ACTIVO PUEDE
025100*    ANOTAR Y CONSULTAR INCIDENCIAS; LAS QUE SUPERAN EL UMBRAL LAS
025200*    DECIDE DESPUES UN SUPERVISOR EN EMPAPROB.
025300******************************************************************
025400 1050-VALIDAR-OPERADOR.
025500     MOVE "N" TO INCM-OPER-HALLADO-SW.
025600     MOVE "N" TO INCM-FIN-OPER-SW.
025700     MOVE SPACE TO INCM-OPER-ESTADO.
025800
025900     OPEN INPUT OPERADORES-ARCHIVO.
026000     IF FS-STATUS-OPER = "00"
026100         PERFORM 1060-LEER-UN-OPERADOR
026200             THRU 1060-EXIT
026300             UNTIL INCM-FIN-OPER OR INCM-OPER-HALLADO
026400         CLOSE OPERADORES-ARCHIVO
026500     END-IF.
026600
026700     IF NOT INCM-OPER-HALLADO
026800         DISPLAY "OPERADOR " INCM-OPERADOR
026900             " NO REGISTRADO: ACCESO DENEGADO."
027000         MOVE "S" TO INCM-FIN-SW
027100         GO TO 1050-EXIT
027200     END-IF.
027300     IF NOT INCM-OPER-ACTIVO
027400         DISPLAY "OPERADOR " INCM-OPERADOR
027500             " INACTIVO: ACCESO DENEGADO."
027600         MOVE "S" TO INCM-FIN-SW
027700     END-IF.
027800
027900 1050-EXIT.
028000     EXIT.
028100
028200 1060-LEER-UN-OPERADOR.
028300     READ OPERADORES-ARCHIVO
028400         AT END
028500             MOVE "S" TO INCM-FIN-OPER-SW
028600         NOT AT END
028700             IF OPERADORES-ID = INCM-OPERADOR
028800                 MOVE "S" TO INCM-OPER-HALLADO-SW
028900                 MOVE OPERADORES-ESTADO TO INCM-OPER-ESTADO
029000             END-IF
029100     END-READ.
029200
029300 1060-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    1100-CARGAR-EMPLEADOS
029800*    LEE empleados.csv SECUENCIALMENTE Y GUARDA EN LA TABLA EL
029900*    IDENTIFICADOR Y EL ESTADO DE CADA EMPLEADO.
030000******************************************************************
030100 1100-CARGAR-EMPLEADOS.
030200     MOVE ZERO TO TABLA-EMP-TOTAL.
030300     MOVE "N" TO INCM-FIN-MAESTRO-SW.
030400
030500     OPEN INPUT EMPLEADOS-ARCHIVO.
030600     IF FS-STATUS = "00"
030700         PERFORM 1110-LEER-UN-EMPLEADO
030800             THRU 1110-EXIT
030900             UNTIL INCM-FIN-MAESTRO
031000         CLOSE EMPLEADOS-ARCHIVO
031100     END-IF.
031200
031300 1100-EXIT.
031400     EXIT.
031500
031600 1110-LEER-UN-EMPLEADO.
031700     READ EMPLEADOS-ARCHIVO
031800         AT END
031900             MOVE "S" TO INCM-FIN-MAESTRO-SW
032000         NOT AT END
032100             IF TABLA-EMP-TOTAL < 10000
032200                 ADD 1 TO TABLA-EMP-TOTAL
032300                 MOVE EMPLEADOS-ID
032400                     TO TABLA-EMP-ID(TABLA-EMP-TOTAL)
032500                 MOVE EMPLEADOS-ESTADO
032600                     TO TABLA-EMP-ESTADO(TABLA-EMP-TOTAL)
032700             ELSE
032800                 IF NOT INCM-TABLA-LLENA
032900                     DISPLAY MSG-TABLA-LLENA
033000                     MOVE "S" TO INCM-TABLA-LLENA-SW
033100                 END-IF
033200             END-IF
033300     END-READ.
033400
033500 1110-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    2000-PROCESO-MENU
034000*    PRESENTA EL MENU, LEE LA OPCION Y LA DESPACHA.
034100******************************************************************
034200 2000-PROCESO-MENU.
034300     DISPLAY SPACE.
034400     DISPLAY INCM-TITULO-MENU.
034500     DISPLAY INCM-MENU-1.
034600     DISPLAY INCM-MENU-2.
034700     DISPLAY INCM-MENU-3.
034800
034900     MOVE SPACE TO INCM-OPCION.
035000     PERFORM UNTIL INCM-OPC-VALIDA
035100         DISPLAY INCM-PROMPT-OPCION
035200         ACCEPT INCM-OPCION
035300         IF NOT INCM-OPC-VALIDA
035400             DISPLAY "OPCION NO VALIDA, VUELVA A INTENTARLO."
035500         END-IF
035600     END-PERFORM.
035700
035800     EVALUATE TRUE
035900         WHEN INCM-OPC-ALTA
036000             PERFORM 3000-ALTA-INCIDENCIA THRU 3000-EXIT
036100         WHEN INCM-OPC-CONSULTAR
036200             PERFORM 4000-CONSULTAR-EMPLEADO THRU 4000-EXIT
036300         WHEN INCM-OPC-SALIR
036400             MOVE "S" TO INCM-FIN-SW
036500     END-EVALUATE.
036600
036700 2000-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    3000-ALTA-INCIDENCIA
037200*    REGISTRA UNA INCIDENCIA: VALIDA QUE EL EMPLEADO EXISTE Y ESTA
037300*    ACTIVO EN EL MAESTRO, PIDE MES, CONCEPTO Y CANTIDAD O
037400*    IMPORTE SEGUN LA UNIDAD DEL CONCEPTO, Y LA VALORA. SI SUPERA
037500*    EL MAXIMO DEL CONCEPTO SE RECHAZA SIN GRABARLA; SI SUPERA EL
037600*    UMBRAL DE APROBACION SE GRABA PENDIENTE. SE AÑADE AL FINAL
037700*    DE incidencias.csv CON EL OPERADOR Y LA FECHA Y HORA.
037800******************************************************************
037900 3000-ALTA-INCIDENCIA.
038000     PERFORM 3100-PEDIR-ID THRU 3100-EXIT.
038100
038200     PERFORM 3900-BUSCAR-EMPLEADO THRU 3900-EXIT.
038300     IF NOT INCM-EMPLEADO-HALLADO
038400         DISPLAY "NO EXISTE NINGUN EMPLEADO CON ESE "
038500             "IDENTIFICADOR."
038600         GO TO 3000-EXIT
038700     END-IF.
038800     IF INCM-ESTADO-HALLADO = "B"
038900         DISPLAY "EL EMPLEADO ESTA DADO DE BAJA: NO SE ADMITEN "
039000             "INCIDENCIAS."
039100         GO TO 3000-EXIT
039200     END-IF.
039300
039400     MOVE SPACES TO INCIDENCIAS-REGISTRO.
039500     MOVE INCM-ID-BUSCADO TO INCIDENCIAS-ID.
039600
039700     MOVE "S" TO INCM-CAMPO-INVALIDO-SW.
039800     PERFORM UNTIL NOT INCM-CAMPO-INVALIDO
039900         DISPLAY INCM-PROMPT-MES
040000         ACCEPT ENTRADA-MES
040100         IF ENTRADA-MES IS NUMERIC
040200             AND ENTRADA-MES-AAAA NOT = "0000"
040300             AND ENTRADA-MES-MM >= "01"
040400             AND ENTRADA-MES-MM <= "12"
040500             MOVE ENTRADA-MES TO INCIDENCIAS-MES
040600             MOVE "N" TO INCM-CAMPO-INVALIDO-SW
040700         ELSE
040800             DISPLAY INCM-MSG-MES-INVALIDO
040900         END-IF
041000     END-PERFORM.
041100
041200     MOVE "S" TO INCM-CAMPO-INVALIDO-SW.
041300     PERFORM UNTIL NOT INCM-CAMPO-INVALIDO
041400         DISPLAY INCM-PROMPT-CONCEPTO
041500         ACCEPT ENTRADA-CONCEPTO
041600         MOVE ENTRADA-CONCEPTO TO INCIDENCIAS-CONCEPTO
041700         PERFORM 3950-BUSCAR-CONCEPTO THRU 3950-EXIT
041800         IF INCM-CONCEPTO-HALLADO
041900             MOVE "N" TO INCM-CAMPO-INVALIDO-SW
042000         ELSE
042100             DISPLAY INCM-MSG-CONCEPTO-INVALIDO
042200         END-IF
042300     END-PERFORM.
042400
042500     IF TABLA-CON-POR-CANTIDAD(INCM-CON-POSICION)
042600         PERFORM 3200-PEDIR-CANTIDAD THRU 3200-EXIT
042700     ELSE
042800         PERFORM 3300-PEDIR-IMPORTE THRU 3300-EXIT
042900     END-IF.
043000
043100     MOVE TABLA-CON-MAXIMO(INCM-CON-POSICION) TO INCM-MAXIMO-ED.
043200     IF INCM-IMPORTE-CALCULO > TABLA-CON-MAXIMO(INCM-CON-POSICION)
043300         MOVE INCM-IMPORTE-CALCULO TO INCM-IMPORTE-ED
043400         DISPLAY "INCIDENCIA RECHAZADA: IMPORTE " INCM-IMPORTE-ED
043500             " SUPERIOR AL MAXIMO DEL CONCEPTO " INCM-MAXIMO-ED
043600         GO TO 3000-EXIT
043700     END-IF.
043800     MOVE INCM-IMPORTE-CALCULO TO INCIDENCIAS-IMPORTE.
043900
044000     MOVE INCM-OPERADOR TO INCIDENCIAS-OPERADOR.
044100     ACCEPT INCIDENCIAS-FECHA FROM DATE YYYYMMDD.
044200     ACCEPT INCIDENCIAS-HORA  FROM TIME.
044300     MOVE SPACES TO INCIDENCIAS-SUPERVISOR.
044400     MOVE ZERO   TO INCIDENCIAS-FECHA-DECISION.
044500     IF INCIDENCIAS-IMPORTE > INC-UMBRAL-APROBACION
044600         MOVE "P" TO INCIDENCIAS-ESTADO
044700     ELSE
044800         MOVE "A" TO INCIDENCIAS-ESTADO
044900     END-IF.
045000
045100     PERFORM 3500-GRABAR-INCIDENCIA THRU 3500-EXIT.
045200
045300 3000-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*    3100-PEDIR-ID
045800*    REPITE EL ACCEPT HASTA QUE EL IDENTIFICADOR TECLEADO SEA
045900*    NUMERICO Y DISTINTO DE CERO, IGUAL QUE EN AUSMANT.
046000******************************************************************
046100 3100-PEDIR-ID.
046200     MOVE "S" TO INCM-CAMPO-INVALIDO-SW.
046300     PERFORM UNTIL NOT INCM-CAMPO-INVALIDO
046400         DISPLAY INCM-PROMPT-ID
046500         ACCEPT ENTRADA-ID
046600         IF ENTRADA-ID IS NUMERIC AND ENTRADA-ID NOT = ZERO
046700             MOVE ENTRADA-ID TO INCM-ID-BUSCADO
046800             MOVE "N" TO INCM-CAMPO-INVALIDO-SW
046900         ELSE
047000             DISPLAY INCM-MSG-ID-INVALIDO
047100         END-IF
047200     END-PERFORM.
047300
047400 3100-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*    3200-PEDIR-CANTIDAD
047900*    CONCEPTO POR CANTIDAD: PIDE LAS HORAS, NOCHES O DIAS Y LAS
048000*    VALORA AL PRECIO UNITARIO DEL CONCEPTO EN
048100*    INCM-IMPORTE-CALCULO.
048200******************************************************************
048300 3200-PEDIR-CANTIDAD.
048400     MOVE "S" TO INCM-CAMPO-INVALIDO-SW.
048500     PERFORM UNTIL NOT INCM-CAMPO-INVALIDO
048600         DISPLAY INCM-PROMPT-CANTIDAD
048700         ACCEPT ENTRADA-CANTIDAD
048800         IF ENTRADA-CANTIDAD IS NUMERIC
048900             AND ENTRADA-CANTIDAD-NUM > ZERO
049000             MOVE ENTRADA-CANTIDAD-NUM TO INCIDENCIAS-CANTIDAD
049100             MOVE "N" TO INCM-CAMPO-INVALIDO-SW
049200         ELSE
049300             DISPLAY INCM-MSG-VALOR-INVALIDO
049400         END-IF
049500     END-PERFORM.
049600
049700     COMPUTE INCM-IMPORTE-CALCULO ROUNDED =
049800         INCIDENCIAS-CANTIDAD
049900         * TABLA-CON-PRECIO(INCM-CON-POSICION).
050000     MOVE INCM-IMPORTE-CALCULO TO INCM-IMPORTE-ED.
050100     DISPLAY "IMPORTE DE LA INCIDENCIA: " INCM-IMPORTE-ED.
050200
050300 3200-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    3300-PEDIR-IMPORTE
050800*    CONCEPTO POR IMPORTE: PIDE EL IMPORTE, SIN CANTIDAD.
050900******************************************************************
051000 3300-PEDIR-IMPORTE.
051100     MOVE "S" TO INCM-CAMPO-INVALIDO-SW.
051200     PERFORM UNTIL NOT INCM-CAMPO-INVALIDO
051300         DISPLAY INCM-PROMPT-IMPORTE
051400         ACCEPT ENTRADA-IMPORTE
051500         IF ENTRADA-IMPORTE IS NUMERIC
051600             AND ENTRADA-IMPORTE-NUM > ZERO
051700             MOVE ENTRADA-IMPORTE-NUM TO INCM-IMPORTE-CALCULO
051800             MOVE "N" TO INCM-CAMPO-INVALIDO-SW
051900         ELSE
052000             DISPLAY INCM-MSG-VALOR-INVALIDO
052100         END-IF
052200     END-PERFORM.
052300     MOVE ZERO TO INCIDENCIAS-CANTIDAD.
052400
052500 3300-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*    3500-GRABAR-INCIDENCIA
053000*    AÑADE EL REGISTRO PREPARADO EN INCIDENCIAS-REGISTRO AL FINAL
053100*    DE incidencias.csv, CREANDO EL FICHERO SI TODAVIA NO EXISTE,
053200*    CON LA MISMA LOGICA EXTEND/OUTPUT QUE EL RESTO DEL SISTEMA.
053300******************************************************************
053400 3500-GRABAR-INCIDENCIA.
053500     OPEN EXTEND INCIDENCIAS-ARCHIVO.
053600     IF FS-STATUS-INC = "35"
053700         OPEN OUTPUT INCIDENCIAS-ARCHIVO
053800     END-IF.
053900     IF FS-STATUS-INC NOT = "00"
054000         DISPLAY "ERROR AL ABRIR incidencias.csv. STATUS: "
054100             FS-STATUS-INC
054200         GO TO 3500-EXIT
054300     END-IF.
054400
054500     WRITE INCIDENCIAS-REGISTRO.
054600     IF FS-STATUS-INC NOT = "00"
054700         DISPLAY "ERROR AL GRABAR LA INCIDENCIA. STATUS: "
054800             FS-STATUS-INC
054900     ELSE
055000         IF INCIDENCIAS-PENDIENTE
055100             MOVE INC-UMBRAL-APROBACION TO INCM-UMBRAL-ED
055200             DISPLAY "INCIDENCIA REGISTRADA. SUPERA EL UMBRAL DE "
055300                 INCM-UMBRAL-ED ": QUEDA PENDIENTE DE APROBACION"
055400             DISPLAY "POR UN SUPERVISOR (EMPAPROB) Y NO SE "
055500                 "EXTRAERA PARA NOMINA HASTA ENTONCES."
055600         ELSE
055700             DISPLAY "INCIDENCIA REGISTRADA CON EXITO."
055800         END-IF
055900     END-IF.
056000     CLOSE INCIDENCIAS-ARCHIVO.
056100
056200 3500-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600*    3900-BUSCAR-EMPLEADO
056700*    BUSCA EN LA TABLA DE EMPLEADOS EL IDENTIFICADOR DEJADO EN
056800*    INCM-ID-BUSCADO; SI LO ENCUENTRA, ACTIVA INCM-EMPLEADO-
056900*    HALLADO Y DEJA SU ESTADO EN INCM-ESTADO-HALLADO.
057000******************************************************************
057100 3900-BUSCAR-EMPLEADO.
057200     MOVE "N" TO INCM-EMPLEADO-HALLADO-SW.
057300     MOVE SPACE TO INCM-ESTADO-HALLADO.
057400     PERFORM 3910-COMPARAR-EMPLEADO
057500         THRU 3910-EXIT
057600         VARYING TABLA-EMP-IDX FROM 1 BY 1
057700         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL
057800         OR INCM-EMPLEADO-HALLADO.
057900
058000 3900-EXIT.
058100     EXIT.
058200
058300 3910-COMPARAR-EMPLEADO.
058400     IF TABLA-EMP-ID(TABLA-EMP-IDX) = INCM-ID-BUSCADO
058500         MOVE "S" TO INCM-EMPLEADO-HALLADO-SW
058600         MOVE TABLA-EMP-ESTADO(TABLA-EMP-IDX)
058700             TO INCM-ESTADO-HALLADO
058800     END-IF.
058900
059000 3910-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400*    3950-BUSCAR-CONCEPTO
059500*    BUSCA EN LA TABLA DE CONCEPTOS EL CODIGO DEJADO EN
059600*    INCIDENCIAS-CONCEPTO; SI LO ENCUENTRA, ACTIVA
059700*    INCM-CONCEPTO-HALLADO Y DEJA SU POSICION EN
059800*    INCM-CON-POSICION.
059900******************************************************************
060000 3950-BUSCAR-CONCEPTO.
060100     MOVE "N" TO INCM-CONCEPTO-HALLADO-SW.
060200     MOVE ZERO TO INCM-CON-POSICION.
060300     PERFORM 3960-COMPARAR-CONCEPTO
060400         THRU 3960-EXIT
060500         VARYING TABLA-CON-IDX FROM 1 BY 1
060600         UNTIL TABLA-CON-IDX > TABLA-CON-TOTAL
060700         OR INCM-CONCEPTO-HALLADO.
060800
060900 3950-EXIT.
061000     EXIT.
061100
061200 3960-COMPARAR-CONCEPTO.
061300     IF TABLA-CON-CODIGO(TABLA-CON-IDX) = INCIDENCIAS-CONCEPTO
061400         MOVE "S" TO INCM-CONCEPTO-HALLADO-SW
061500         SET INCM-CON-POSICION TO TABLA-CON-IDX
061600     END-IF.
061700
061800 3960-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    4000-CONSULTAR-EMPLEADO
062300*    LISTA POR PANTALLA TODAS LAS INCIDENCIAS DE UN EMPLEADO CON
062400*    SU ESTADO, Y LOS TOTALES ADMITIDOS, PENDIENTES Y RECHAZADOS.
062500******************************************************************
062600 4000-CONSULTAR-EMPLEADO.
062700     PERFORM 3100-PEDIR-ID THRU 3100-EXIT.
062800
062900     MOVE ZERO TO INCM-CONS-LISTADAS.
063000     MOVE ZERO TO INCM-CONS-ADMITIDAS.
063100     MOVE ZERO TO INCM-CONS-PENDIENTES.
063200     MOVE ZERO TO INCM-CONS-RECHAZADAS.
063300     MOVE "N" TO INCM-FIN-INCIDENCIAS-SW.
063400
063500     OPEN INPUT INCIDENCIAS-ARCHIVO.
063600     IF FS-STATUS-INC NOT = "00"
063700         DISPLAY "NO HAY INCIDENCIAS REGISTRADAS. STATUS: "
063800             FS-STATUS-INC
063900         GO TO 4000-EXIT
064000     END-IF.
064100
064200     PERFORM 4100-LEER-UNA-INCIDENCIA
064300         THRU 4100-EXIT
064400         UNTIL INCM-FIN-INCIDENCIAS.
064500     CLOSE INCIDENCIAS-ARCHIVO.
064600
064700     IF INCM-CONS-LISTADAS = ZERO
064800         DISPLAY "EL EMPLEADO NO TIENE INCIDENCIAS REGISTRADAS."
064900     ELSE
065000         DISPLAY "INCIDENCIAS.......: " INCM-CONS-LISTADAS
065100         MOVE INCM-CONS-ADMITIDAS TO INCM-CONS-TOTAL-ED
065200         DISPLAY "IMPORTE ADMITIDO..: " INCM-CONS-TOTAL-ED
065300         MOVE INCM-CONS-PENDIENTES TO INCM-CONS-TOTAL-ED
065400         DISPLAY "IMPORTE PENDIENTE.: " INCM-CONS-TOTAL-ED
065500         DISPLAY "RECHAZADAS........: " INCM-CONS-RECHAZADAS
065600     END-IF.
065700
065800 4000-EXIT.
065900     EXIT.
066000
066100 4100-LEER-UNA-INCIDENCIA.
066200     READ INCIDENCIAS-ARCHIVO
066300         AT END
066400             MOVE "S" TO INCM-FIN-INCIDENCIAS-SW
066500             GO TO 4100-EXIT
066600     END-READ.
066700     IF INCIDENCIAS-ID NOT = INCM-ID-BUSCADO
066800         GO TO 4100-EXIT
066900     END-IF.
067000
067100     ADD 1 TO INCM-CONS-LISTADAS.
067200     EVALUATE TRUE
067300         WHEN INCIDENCIAS-ADMITIDA
067400             MOVE "ADMITIDA" TO INCM-CONS-ESTADO
067500             ADD INCIDENCIAS-IMPORTE TO INCM-CONS-ADMITIDAS
067600         WHEN INCIDENCIAS-PENDIENTE
067700             MOVE "PENDIENTE" TO INCM-CONS-ESTADO
067800             ADD INCIDENCIAS-IMPORTE TO INCM-CONS-PENDIENTES
067900         WHEN OTHER
068000             MOVE "RECHAZADA" TO INCM-CONS-ESTADO
068100             ADD 1 TO INCM-CONS-RECHAZADAS
068200     END-EVALUATE.
068300     MOVE INCIDENCIAS-CANTIDAD TO INCM-CANTIDAD-ED.
068400     MOVE INCIDENCIAS-IMPORTE  TO INCM-IMPORTE-ED.
068500     DISPLAY INCIDENCIAS-MES " "
068600         INCIDENCIAS-CONCEPTO " "
068700         INCM-CANTIDAD-ED " "
068800         INCM-IMPORTE-ED " "
068900         INCM-CONS-ESTADO " ("
069000         INCIDENCIAS-OPERADOR ")".
069100
069200 4100-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600*    9000-FINALIZAR
069700******************************************************************
069800 9000-FINALIZAR.
069900     CONTINUE.
070000
070100 9000-EXIT.
070200     EXIT.
070300
070400 END PROGRAM INCMANT.
