000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRESMANT.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: PRESMANT
000900*    DESCRIPCION..: MANTENIMIENTO INTERACTIVO DEL MAESTRO DE
001000*                   PRESUPUESTOS DE PLANTILLA (ALTAS, BAJAS,
001100*                   MODIFICACIONES Y CONSULTAS) SOBRE UN FICHERO
001200*                   INDEXADO POR AÑO + DEPARTAMENTOS-CODIGO, COMO
001300*                   EN DEPMANT Y OPEMANT. CADA
001400*                   REGISTRO GUARDA LA PLANTILLA Y LA MASA
001500*                   SALARIAL ANUAL APROBADAS PARA EL DEPARTAMENTO
001600*                   ESE AÑO. EL MAESTRO SE RECONSTRUYE DESDE
001700*                   presupuestos.csv AL ARRANCAR Y SE VUELCA DE
001800*                   NUEVO TRAS CADA CAMBIO; EL INFORME EMPPRESU LO
001900*                   COMPARA CON LA PLANTILLA REAL. EL PRESUPUESTO
002000*                   LO FIJA LA DIRECCION, POR LO QUE SOLO UN
002100*                   SUPERVISOR O ADMINISTRADOR ACTIVO PUEDE USAR
002200*                   ESTE PROGRAMA. EL ALTA EXIGE UN DEPARTAMENTO
002300*                   EXISTENTE EN departamentos.csv.
002400*
002500*    HISTORIAL DE MODIFICACIONES
002600*    FECHA       AUTOR   DESCRIPCION
002700*    ----------  ------  ------------------------------------
002800*    2026-10-15  JCR     PROGRAMA INICIAL, CALCADO DE OPEMANT.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PRESUPUESTOS-MAESTRO
003400         ASSIGN TO "PRESMAES"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PRESUPUESTOS-CLAVE
003800         FILE STATUS IS FS-STATUS.
003900
004000     SELECT PRESUPUESTOS-ARCHIVO
004100         ASSIGN TO "g:\Usuarios\presupuestos.csv"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FS-STATUS-CSV.
004400
004500     SELECT DEPARTAMENTOS-ARCHIVO
004600         ASSIGN TO "g:\Usuarios\departamentos.csv"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FS-STATUS-DEPTOS.
004900
005000     SELECT OPERADORES-ARCHIVO
005100         ASSIGN TO "g:\Usuarios\operadores.csv"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FS-STATUS-OPER.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PRESUPUESTOS-MAESTRO.
005800 COPY PRESREG.
005900
006000 FD  PRESUPUESTOS-ARCHIVO.
006100 01  CSV-REGISTRO.
006200     05 CSV-ANO                PIC 9(04).
006300     05 CSV-DEPTO              PIC X(03).
006400     05 CSV-PLANTILLA          PIC 9(05).
006500     05 CSV-MASA-SALARIAL      PIC 9(11)V99.
006600     05 CSV-FECHA-CAMBIO       PIC 9(08).
006700     05 CSV-AUTORIZADO-POR     PIC X(08).
006800
006900 FD  DEPARTAMENTOS-ARCHIVO.
007000 COPY DEPREG.
007100
007200 FD  OPERADORES-ARCHIVO.
007300 COPY OPEREG.
007400
007500 WORKING-STORAGE SECTION.
007600******************************************************************
007700*    LITERALES DE PANTALLA
007800******************************************************************
007900 01  PRSM-TITULO-MENU     PIC X(40) VALUE
008000     "MANTENIMIENTO DE PRESUPUESTOS".
008100 01  PRSM-MENU-1          PIC X(30) VALUE
008200     "1. ALTA DE PRESUPUESTO".
008300 01  PRSM-MENU-2          PIC X(30) VALUE
008400     "2. BAJA DE PRESUPUESTO".
008500 01  PRSM-MENU-3          PIC X(30) VALUE
008600     "3. MODIFICACION DE PRESUPUESTO".
008700 01  PRSM-MENU-4          PIC X(30) VALUE
008800     "4. CONSULTA DE PRESUPUESTO".
008900 01  PRSM-MENU-5          PIC X(30) VALUE
009000     "5. FIN DEL PROGRAMA".
009100 01  PRSM-PROMPT-OPCION        PIC X(30) VALUE
009200     "TECLEE UNA OPCION (1-5): ".
009300 01  PRSM-PROMPT-ANO           PIC X(40) VALUE
009400     "ANO DEL PRESUPUESTO (AAAA): ".
009500 01  PRSM-PROMPT-DEPTO         PIC X(40) VALUE
009600     "CODIGO DE DEPARTAMENTO (3 LETRAS): ".
009700 01  PRSM-PROMPT-PLANTILLA     PIC X(50) VALUE
009800     "PLANTILLA APROBADA (5 DIGITOS): ".
009900 01  PRSM-PROMPT-MASA          PIC X(60) VALUE
010000     "MASA SALARIAL ANUAL APROBADA (13 DIGITOS, 2 DECIMALES): ".
010100 01  PRSM-MSG-OPERADOR         PIC X(42) VALUE
010200     "INTRODUZCA SU IDENTIFICADOR DE OPERADOR: ".
010300 01  PRSM-MSG-ANO-INVALIDO     PIC X(50) VALUE
010400     "ANO INVALIDO: DEBEN SER 4 DIGITOS.".
010500 01  PRSM-MSG-DEPTO-INVALIDO   PIC X(50) VALUE
010600     "CODIGO INVALIDO: NO PUEDE QUEDAR EN BLANCO.".
010700 01  PRSM-MSG-DEPTO-INEXISTENTE PIC X(50) VALUE
010800     "EL DEPARTAMENTO NO EXISTE EN departamentos.csv.".
010900 01  PRSM-MSG-PLANTILLA-INVALIDA PIC X(50) VALUE
011000     "PLANTILLA INVALIDA: DEBE SER NUMERICA.".
011100 01  PRSM-MSG-MASA-INVALIDA    PIC X(50) VALUE
011200     "MASA SALARIAL INVALIDA: DEBE SER NUMERICA.".
011300
011400******************************************************************
011500*    CONMUTADORES DE CONTROL DEL PROGRAMA
011600******************************************************************
011700 01  PRSM-SWITCHES.
011800     05 PRSM-FIN-SW                PIC X(01) VALUE "N".
011900        88 PRSM-FIN-PROGRAMA               VALUE "S".
012000     05 PRSM-ENCONTRADO-SW         PIC X(01) VALUE "N".
012100        88 PRSM-REGISTRO-ENCONTRADO        VALUE "S".
012200     05 PRSM-CAMPO-INVALIDO-SW     PIC X(01) VALUE "N".
012300        88 PRSM-CAMPO-INVALIDO             VALUE "S".
012400     05 PRSM-FIN-CSV-SW            PIC X(01) VALUE "N".
012500        88 PRSM-FIN-CSV                     VALUE "S".
012600     05 PRSM-FIN-DEPTOS-SW         PIC X(01) VALUE "N".
012700        88 PRSM-FIN-DEPTOS                  VALUE "S".
012800     05 PRSM-DEPTO-VALIDO-SW       PIC X(01) VALUE "N".
012900        88 PRSM-DEPTO-VALIDO                VALUE "S".
013000     05 PRSM-FIN-OPER-SW           PIC X(01) VALUE "N".
013100        88 PRSM-FIN-OPER                    VALUE "S".
013200     05 PRSM-OPER-HALLADO-SW       PIC X(01) VALUE "N".
013300        88 PRSM-OPER-HALLADO                VALUE "S".
013400
013500******************************************************************
013600*    CAMPOS INTERMEDIOS: SE ACEPTA SOBRE ELLOS Y SOLO SE TRASLADAN
013700*    AL REGISTRO SI SON VALIDOS (Y, EN LA MODIFICACION, SI NO SE
013800*    HA DEJADO EL CAMPO EN BLANCO: ENTER PARA NO CAMBIAR).
013900******************************************************************
014000 01  ENTRADA-ANO                   PIC X(04).
014100 01  ENTRADA-DEPTO                 PIC X(03).
014200 01  ENTRADA-PLANTILLA             PIC X(05).
014300 01  ENTRADA-MASA                  PIC X(13).
014400 01  ENTRADA-MASA-NUM              REDEFINES ENTRADA-MASA
014500                                   PIC 9(11)V99.
014600
014700 01  PRSM-OPCION                   PIC X(01).
014800     88 PRSM-OPC-ALTA                      VALUE "1".
014900     88 PRSM-OPC-BAJA                      VALUE "2".
015000     88 PRSM-OPC-MODIFICAR                 VALUE "3".
015100     88 PRSM-OPC-CONSULTAR                 VALUE "4".
015200     88 PRSM-OPC-SALIR                     VALUE "5".
015300     88 PRSM-OPC-VALIDA          VALUES "1" "2" "3" "4" "5".
015400
015500 01  FS-STATUS                     PIC X(02).
015600 01  FS-STATUS-CSV                 PIC X(02).
015700 01  FS-STATUS-DEPTOS              PIC X(02).
015800 01  FS-STATUS-OPER                PIC X(02).
015900
016000******************************************************************
016100*    IDENTIFICACION DE QUIEN USA EL PROGRAMA. SOLO SUPERVISORES Y
016200*    ADMINISTRADORES ACTIVOS MANTIENEN EL PRESUPUESTO.
016300******************************************************************
016400 01  PRSM-OPERADOR                 PIC X(08) VALUE SPACES.
016500 01  PRSM-OPER-ROL                 PIC X(01) VALUE SPACE.
016600     88 PRSM-OPER-PUEDE-PRESUPUESTAR       VALUES "S" "A".
016700 01  PRSM-OPER-ESTADO              PIC X(01) VALUE SPACE.
016800     88 PRSM-OPER-ACTIVO                   VALUE "A".
016900
017000******************************************************************
017100*    CODIGOS DEL MAESTRO DE DEPARTAMENTOS, PARA VALIDAR EL ALTA.
017200******************************************************************
017300 01  TABLA-DEPTOS.
017400     05 TABLA-DEPTOS-TOTAL    PIC 9(03) COMP VALUE ZERO.
017500     05 TABLA-DEPTOS-ENTRADA  OCCURS 50 TIMES
017600                              INDEXED BY TABLA-DEPTOS-IDX.
017700        10 TABLA-DEPTOS-CODIGO    PIC X(03).
017800
017900 PROCEDURE DIVISION.
018000******************************************************************
018100*    0000-MAINLINE
018200*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.
018300******************************************************************
018400 0000-MAINLINE.
018500     PERFORM 1500-IDENTIFICAR-OPERADOR
018600         THRU 1500-EXIT.
018700
018800     IF NOT PRSM-FIN-PROGRAMA
018900         PERFORM 1000-INICIALIZAR
019000             THRU 1000-EXIT
019100     END-IF.
019200
019300     PERFORM 2000-PROCESO-MENU
019400         THRU 2000-EXIT
019500         UNTIL PRSM-FIN-PROGRAMA.
019600
019700     PERFORM 9000-FINALIZAR
019800         THRU 9000-EXIT.
019900
020000     STOP RUN.
020100
020200 0000-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600*    1000-INICIALIZAR
020700*    RECONSTRUYE EL MAESTRO INDEXADO A PARTIR DE presupuestos.csv
020800*    Y LO DEJA ABIERTO EN MODO I-O PARA EL RESTO DEL PROGRAMA.
020900*    CARGA TAMBIEN LOS CODIGOS DE DEPARTAMENTO VIGENTES.
021000******************************************************************
021100 1000-INICIALIZAR.
021200     PERFORM 1100-CARGAR-DEPTOS
021300         THRU 1100-EXIT.
021400
021500     OPEN OUTPUT PRESUPUESTOS-MAESTRO.
021600     IF FS-STATUS NOT = "00"
021700         DISPLAY "ERROR FATAL AL CREAR EL MAESTRO. STATUS: "
021800             FS-STATUS
021900         MOVE "S" TO PRSM-FIN-SW
022000     ELSE
022100         PERFORM 1050-CARGAR-DESDE-CSV
022200             THRU 1050-EXIT
022300         CLOSE PRESUPUESTOS-MAESTRO
022400         OPEN I-O PRESUPUESTOS-MAESTRO
022500         IF FS-STATUS NOT = "00"
022600             DISPLAY "ERROR FATAL AL ABRIR EL MAESTRO. STATUS: "
022700                 FS-STATUS
022800             MOVE "S" TO PRSM-FIN-SW
022900         END-IF
023000     END-IF.
023100
023200 1000-EXIT.
023300     EXIT.
023400
023500******************************************************************
023600*    1050-CARGAR-DESDE-CSV
023700*    LEE presupuestos.csv SECUENCIALMENTE Y VUELCA CADA REGISTRO
023800*    EN EL MAESTRO INDEXADO. SI presupuestos.csv TODAVIA NO
023900*    EXISTE, EL MAESTRO QUEDA VACIO.
024000******************************************************************
024100 1050-CARGAR-DESDE-CSV.
024200     OPEN INPUT PRESUPUESTOS-ARCHIVO.
024300     IF FS-STATUS-CSV = "00"
024400         MOVE "N" TO PRSM-FIN-CSV-SW
024500         PERFORM 1060-LEER-UN-REGISTRO-CSV
024600             THRU 1060-EXIT
024700             UNTIL PRSM-FIN-CSV
024800         CLOSE PRESUPUESTOS-ARCHIVO
024900     END-IF.
025000
025100 1050-EXIT.
025200     EXIT.
025300
025400 1060-LEER-UN-REGISTRO-CSV.
025500     READ PRESUPUESTOS-ARCHIVO
025600         AT END
025700             MOVE "S" TO PRSM-FIN-CSV-SW
025800         NOT AT END
025900             MOVE CSV-ANO            TO PRESUPUESTOS-ANO
026000             MOVE CSV-DEPTO          TO PRESUPUESTOS-DEPTO
026100             MOVE CSV-PLANTILLA      TO PRESUPUESTOS-PLANTILLA
026200             MOVE CSV-MASA-SALARIAL  TO PRESUPUESTOS-MASA-SALARIAL
026300             MOVE CSV-FECHA-CAMBIO   TO PRESUPUESTOS-FECHA-CAMBIO
026400             MOVE CSV-AUTORIZADO-POR
026500                 TO PRESUPUESTOS-AUTORIZADO-POR
026600             WRITE PRESUPUESTOS-REGISTRO
026700     END-READ.
026800
026900 1060-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300*    1100-CARGAR-DEPTOS
027400*    CARGA EN LA TABLA-DEPTOS LOS CODIGOS DEL MAESTRO DE
027500*    DEPARTAMENTOS. SI NO SE PUEDE LEER, NO SE ADMITIRA NINGUN
027600*    ALTA, PERO SE PUEDEN CONSULTAR Y CORREGIR LOS EXISTENTES.
027700******************************************************************
027800 1100-CARGAR-DEPTOS.
027900     MOVE ZERO TO TABLA-DEPTOS-TOTAL.
028000     OPEN INPUT DEPARTAMENTOS-ARCHIVO.
028100     IF FS-STATUS-DEPTOS = "00"
028200         MOVE "N" TO PRSM-FIN-DEPTOS-SW
028300         PERFORM 1110-LEER-UN-DEPTO
028400             THRU 1110-EXIT
028500             UNTIL PRSM-FIN-DEPTOS
028600         CLOSE DEPARTAMENTOS-ARCHIVO
028700     ELSE
028800         DISPLAY "AVISO: NO SE PUDO CARGAR EL MAESTRO DE "
028900             "DEPARTAMENTOS. STATUS: " FS-STATUS-DEPTOS
029000     END-IF.
029100
029200 1100-EXIT.
029300     EXIT.
029400
029500 1110-LEER-UN-DEPTO.
029600     READ DEPARTAMENTOS-ARCHIVO
029700         AT END
029800             MOVE "S" TO PRSM-FIN-DEPTOS-SW
029900         NOT AT END
030000             IF TABLA-DEPTOS-TOTAL < 50
030100                 ADD 1 TO TABLA-DEPTOS-TOTAL
030200                 MOVE DEPARTAMENTOS-CODIGO TO
030300                     TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-TOTAL)
030400             END-IF
030500     END-READ.
030600
030700 1110-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100*    1500-IDENTIFICAR-OPERADOR
031200*    PIDE EL IDENTIFICADOR DE QUIEN USA EL PROGRAMA Y LO BUSCA EN
031300*    EL MAESTRO DE OPERADORES: DEBE EXISTIR, ESTAR ACTIVO Y SER
031400*    SUPERVISOR O ADMINISTRADOR. EN OTRO CASO EL PROGRAMA TERMINA
031500*    SIN HABER TOCADO EL MAESTRO DE PRESUPUESTOS.
031600******************************************************************
031700 1500-IDENTIFICAR-OPERADOR.
031800     DISPLAY PRSM-MSG-OPERADOR.
031900     ACCEPT PRSM-OPERADOR.
032000
032100     MOVE "N" TO PRSM-OPER-HALLADO-SW.
032200     MOVE "N" TO PRSM-FIN-OPER-SW.
032300     OPEN INPUT OPERADORES-ARCHIVO.
032400     IF FS-STATUS-OPER = "00"
032500         PERFORM 1510-LEER-UN-OPERADOR
032600             THRU 1510-EXIT
032700             UNTIL PRSM-FIN-OPER OR PRSM-OPER-HALLADO
032800         CLOSE OPERADORES-ARCHIVO
032900     END-IF.
033000
033100     IF NOT PRSM-OPER-HALLADO
033200         DISPLAY "OPERADOR NO REGISTRADO: ACCESO DENEGADO."
033300         MOVE "S" TO PRSM-FIN-SW
033400         GO TO 1500-EXIT
033500     END-IF.
033600     IF NOT PRSM-OPER-ACTIVO
033700         DISPLAY "OPERADOR INACTIVO: ACCESO DENEGADO."
033800         MOVE "S" TO PRSM-FIN-SW
033900         GO TO 1500-EXIT
034000     END-IF.
034100     IF NOT PRSM-OPER-PUEDE-PRESUPUESTAR
034200         DISPLAY "SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE "
034300             "MANTENER EL PRESUPUESTO: ACCESO DENEGADO."
034400         MOVE "S" TO PRSM-FIN-SW
034500     END-IF.
034600
034700 1500-EXIT.
034800     EXIT.
034900
035000 1510-LEER-UN-OPERADOR.
035100     READ OPERADORES-ARCHIVO
035200         AT END
035300             MOVE "S" TO PRSM-FIN-OPER-SW
035400         NOT AT END
035500             IF OPERADORES-ID = PRSM-OPERADOR
035600                 MOVE "S" TO PRSM-OPER-HALLADO-SW
035700                 MOVE OPERADORES-ROL    TO PRSM-OPER-ROL
035800                 MOVE OPERADORES-ESTADO TO PRSM-OPER-ESTADO
035900             END-IF
036000     END-READ.
036100
036200 1510-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600*    2000-PROCESO-MENU
036700*    PRESENTA EL MENU, LEE LA OPCION Y LA DESPACHA.
036800******************************************************************
036900 2000-PROCESO-MENU.
037000     PERFORM 2100-MOSTRAR-MENU
037100         THRU 2100-EXIT.
037200     PERFORM 2200-LEER-OPCION
037300         THRU 2200-EXIT.
037400
037500     EVALUATE TRUE
037600         WHEN PRSM-OPC-ALTA
037700             PERFORM 3000-ALTA THRU 3000-EXIT
037800         WHEN PRSM-OPC-BAJA
037900             PERFORM 4000-BAJA THRU 4000-EXIT
038000         WHEN PRSM-OPC-MODIFICAR
038100             PERFORM 5000-MODIFICAR THRU 5000-EXIT
038200         WHEN PRSM-OPC-CONSULTAR
038300             PERFORM 6000-CONSULTAR THRU 6000-EXIT
038400         WHEN PRSM-OPC-SALIR
038500             MOVE "S" TO PRSM-FIN-SW
038600     END-EVALUATE.
038700
038800 2000-EXIT.
038900     EXIT.
039000
039100 2100-MOSTRAR-MENU.
039200     DISPLAY SPACE.
039300     DISPLAY PRSM-TITULO-MENU.
039400     DISPLAY PRSM-MENU-1.
039500     DISPLAY PRSM-MENU-2.
039600     DISPLAY PRSM-MENU-3.
039700     DISPLAY PRSM-MENU-4.
039800     DISPLAY PRSM-MENU-5.
039900
040000 2100-EXIT.
040100     EXIT.
040200
040300 2200-LEER-OPCION.
040400     MOVE SPACE TO PRSM-OPCION.
040500     PERFORM UNTIL PRSM-OPC-VALIDA
040600         DISPLAY PRSM-PROMPT-OPCION
040700         ACCEPT PRSM-OPCION
040800         IF NOT PRSM-OPC-VALIDA
040900             DISPLAY "OPCION NO VALIDA, VUELVA A INTENTARLO."
041000         END-IF
041100     END-PERFORM.
041200
041300 2200-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    3000-ALTA
041800*    DA DE ALTA EL PRESUPUESTO DE UN DEPARTAMENTO PARA UN AÑO.
041900*    RECHAZA EL ALTA SI LA CLAVE YA EXISTE O SI EL DEPARTAMENTO
042000*    NO ESTA EN departamentos.csv.
042100******************************************************************
042200 3000-ALTA.
042300     PERFORM 7100-PEDIR-CLAVE THRU 7100-EXIT.
042400
042500     PERFORM 7200-VALIDAR-DEPTO THRU 7200-EXIT.
042600     IF NOT PRSM-DEPTO-VALIDO
042700         DISPLAY PRSM-MSG-DEPTO-INEXISTENTE
042800         GO TO 3000-EXIT
042900     END-IF.
043000
043100     READ PRESUPUESTOS-MAESTRO
043200         INVALID KEY
043300             NEXT SENTENCE
043400     END-READ.
043500     IF FS-STATUS = "00"
043600         DISPLAY "YA EXISTE UN PRESUPUESTO PARA ESE ANO Y "
043700             "DEPARTAMENTO."
043800         GO TO 3000-EXIT
043900     END-IF.
044000
044100     MOVE ENTRADA-ANO   TO PRESUPUESTOS-ANO.
044200     MOVE ENTRADA-DEPTO TO PRESUPUESTOS-DEPTO.
044300     MOVE "S" TO PRSM-CAMPO-INVALIDO-SW.
044400     PERFORM UNTIL NOT PRSM-CAMPO-INVALIDO
044500         DISPLAY PRSM-PROMPT-PLANTILLA
044600         ACCEPT ENTRADA-PLANTILLA
044700         IF ENTRADA-PLANTILLA IS NUMERIC
044800             MOVE ENTRADA-PLANTILLA TO PRESUPUESTOS-PLANTILLA
044900             MOVE "N" TO PRSM-CAMPO-INVALIDO-SW
045000         ELSE
045100             DISPLAY PRSM-MSG-PLANTILLA-INVALIDA
045200         END-IF
045300     END-PERFORM.
045400     MOVE "S" TO PRSM-CAMPO-INVALIDO-SW.
045500     PERFORM UNTIL NOT PRSM-CAMPO-INVALIDO
045600         DISPLAY PRSM-PROMPT-MASA
045700         ACCEPT ENTRADA-MASA
045800         IF ENTRADA-MASA IS NUMERIC
045900             MOVE ENTRADA-MASA-NUM TO PRESUPUESTOS-MASA-SALARIAL
046000             MOVE "N" TO PRSM-CAMPO-INVALIDO-SW
046100         ELSE
046200             DISPLAY PRSM-MSG-MASA-INVALIDA
046300         END-IF
046400     END-PERFORM.
046500
046600     ACCEPT PRESUPUESTOS-FECHA-CAMBIO FROM DATE YYYYMMDD.
046700     MOVE PRSM-OPERADOR TO PRESUPUESTOS-AUTORIZADO-POR.
046800     WRITE PRESUPUESTOS-REGISTRO
046900         INVALID KEY
047000             DISPLAY "ERROR AL DAR DE ALTA. STATUS: "
047100                 FS-STATUS
047200         NOT INVALID KEY
047300             DISPLAY "ALTA REALIZADA CON EXITO."
047400             PERFORM 8000-VOLCAR-A-CSV THRU 8000-EXIT
047500     END-WRITE.
047600
047700 3000-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100*    4000-BAJA
048200*    ELIMINA DEL MAESTRO EL PRESUPUESTO DE UN AÑO Y DEPARTAMENTO.
048300******************************************************************
048400 4000-BAJA.
048500     PERFORM 7000-LOCALIZAR-REGISTRO THRU 7000-EXIT.
048600     IF PRSM-REGISTRO-ENCONTRADO
048700         DELETE PRESUPUESTOS-MAESTRO
048800             INVALID KEY
048900                 DISPLAY "ERROR AL DAR DE BAJA. STATUS: "
049000                     FS-STATUS
049100             NOT INVALID KEY
049200                 DISPLAY "BAJA REALIZADA CON EXITO."
049300                 PERFORM 8000-VOLCAR-A-CSV THRU 8000-EXIT
049400         END-DELETE
049500     END-IF.
049600
049700 4000-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*    5000-MODIFICAR
050200*    REESCRIBE LA PLANTILLA Y LA MASA SALARIAL APROBADAS DE UN
050300*    PRESUPUESTO YA EXISTENTE. ENTER SIN TECLEAR NADA DEJA
050400*    INTACTO EL CAMPO CORRESPONDIENTE.
050500******************************************************************
050600 5000-MODIFICAR.
050700     PERFORM 7000-LOCALIZAR-REGISTRO THRU 7000-EXIT.
050800     IF NOT PRSM-REGISTRO-ENCONTRADO
050900         GO TO 5000-EXIT
051000     END-IF.
051100
051200     DISPLAY "PLANTILLA ACTUAL.....: " PRESUPUESTOS-PLANTILLA.
051300     MOVE "S" TO PRSM-CAMPO-INVALIDO-SW.
051400     PERFORM UNTIL NOT PRSM-CAMPO-INVALIDO
051500         DISPLAY "NUEVA PLANTILLA (ENTER PARA NO CAMBIAR): "
051600         ACCEPT ENTRADA-PLANTILLA
051700         EVALUATE TRUE
051800             WHEN ENTRADA-PLANTILLA = SPACES
051900                 MOVE "N" TO PRSM-CAMPO-INVALIDO-SW
052000             WHEN ENTRADA-PLANTILLA IS NUMERIC
052100                 MOVE ENTRADA-PLANTILLA TO PRESUPUESTOS-PLANTILLA
052200                 MOVE "N" TO PRSM-CAMPO-INVALIDO-SW
052300             WHEN OTHER
052400                 DISPLAY PRSM-MSG-PLANTILLA-INVALIDA
052500         END-EVALUATE
052600     END-PERFORM.
052700
052800     DISPLAY "MASA SALARIAL ACTUAL.: " PRESUPUESTOS-MASA-SALARIAL.
052900     MOVE "S" TO PRSM-CAMPO-INVALIDO-SW.
053000     PERFORM UNTIL NOT PRSM-CAMPO-INVALIDO
053100         DISPLAY "NUEVA MASA SALARIAL (ENTER PARA NO CAMBIAR): "
053200         ACCEPT ENTRADA-MASA
053300         EVALUATE TRUE
053400             WHEN ENTRADA-MASA = SPACES
053500                 MOVE "N" TO PRSM-CAMPO-INVALIDO-SW
053600             WHEN ENTRADA-MASA IS NUMERIC
053700                 MOVE ENTRADA-MASA-NUM
053800                     TO PRESUPUESTOS-MASA-SALARIAL
053900                 MOVE "N" TO PRSM-CAMPO-INVALIDO-SW
054000             WHEN OTHER
054100                 DISPLAY PRSM-MSG-MASA-INVALIDA
054200         END-EVALUATE
054300     END-PERFORM.
054400
054500     ACCEPT PRESUPUESTOS-FECHA-CAMBIO FROM DATE YYYYMMDD.
054600     MOVE PRSM-OPERADOR TO PRESUPUESTOS-AUTORIZADO-POR.
054700     REWRITE PRESUPUESTOS-REGISTRO
054800         INVALID KEY
054900             DISPLAY "ERROR AL MODIFICAR. STATUS: "
055000                 FS-STATUS
055100         NOT INVALID KEY
055200             DISPLAY "MODIFICACION REALIZADA CON EXITO."
055300             PERFORM 8000-VOLCAR-A-CSV THRU 8000-EXIT
055400     END-REWRITE.
055500
055600 5000-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    6000-CONSULTAR
056100*    MUESTRA POR PANTALLA LOS DATOS DE UN PRESUPUESTO.
056200******************************************************************
056300 6000-CONSULTAR.
056400     PERFORM 7000-LOCALIZAR-REGISTRO THRU 7000-EXIT.
056500     IF PRSM-REGISTRO-ENCONTRADO
056600         DISPLAY "ANO............: " PRESUPUESTOS-ANO
056700         DISPLAY "DEPARTAMENTO...: " PRESUPUESTOS-DEPTO
056800         DISPLAY "PLANTILLA......: " PRESUPUESTOS-PLANTILLA
056900         DISPLAY "MASA SALARIAL..: "
057000             PRESUPUESTOS-MASA-SALARIAL
057100         DISPLAY "ULTIMO CAMBIO..: " PRESUPUESTOS-FECHA-CAMBIO
057200             " POR " PRESUPUESTOS-AUTORIZADO-POR
057300     END-IF.
057400
057500 6000-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900*    7000-LOCALIZAR-REGISTRO
058000*    PARRAFO COMUN A BAJA, MODIFICACION Y CONSULTA: PIDE EL AÑO Y
058100*    EL DEPARTAMENTO Y LEE EL PRESUPUESTO DEL MAESTRO.
058200******************************************************************
058300 7000-LOCALIZAR-REGISTRO.
058400     MOVE "N" TO PRSM-ENCONTRADO-SW.
058500     PERFORM 7100-PEDIR-CLAVE THRU 7100-EXIT.
058600
058700     READ PRESUPUESTOS-MAESTRO
058800         INVALID KEY
058900             DISPLAY "NO EXISTE NINGUN PRESUPUESTO PARA ESE "
059000                 "ANO Y DEPARTAMENTO."
059100         NOT INVALID KEY
059200             MOVE "S" TO PRSM-ENCONTRADO-SW
059300     END-READ.
059400
059500 7000-EXIT.
059600     EXIT.
059700
059800******************************************************************
059900*    7100-PEDIR-CLAVE
060000*    PIDE EL AÑO (4 DIGITOS, DISTINTO DE CERO) Y EL CODIGO DE
060100*    DEPARTAMENTO (NO EN BLANCO) Y LOS DEJA EN LA CLAVE DEL
060200*    MAESTRO.
060300******************************************************************
060400 7100-PEDIR-CLAVE.
060500     MOVE "S" TO PRSM-CAMPO-INVALIDO-SW.
060600     PERFORM UNTIL NOT PRSM-CAMPO-INVALIDO
060700         DISPLAY PRSM-PROMPT-ANO
060800         ACCEPT ENTRADA-ANO
060900         IF ENTRADA-ANO IS NUMERIC AND ENTRADA-ANO NOT = ZERO
061000             MOVE ENTRADA-ANO TO PRESUPUESTOS-ANO
061100             MOVE "N" TO PRSM-CAMPO-INVALIDO-SW
061200         ELSE
061300             DISPLAY PRSM-MSG-ANO-INVALIDO
061400         END-IF
061500     END-PERFORM.
061600
061700     MOVE "S" TO PRSM-CAMPO-INVALIDO-SW.
061800     PERFORM UNTIL NOT PRSM-CAMPO-INVALIDO
061900         DISPLAY PRSM-PROMPT-DEPTO
062000         ACCEPT ENTRADA-DEPTO
062100         IF ENTRADA-DEPTO NOT = SPACES
062200             MOVE ENTRADA-DEPTO TO PRESUPUESTOS-DEPTO
062300             MOVE "N" TO PRSM-CAMPO-INVALIDO-SW
062400         ELSE
062500             DISPLAY PRSM-MSG-DEPTO-INVALIDO
062600         END-IF
062700     END-PERFORM.
062800
062900 7100-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300*    7200-VALIDAR-DEPTO
063400*    ACTIVA PRSM-DEPTO-VALIDO SI EL CODIGO TECLEADO ESTA EN LA
063500*    TABLA DE DEPARTAMENTOS VIGENTES.
063600******************************************************************
063700 7200-VALIDAR-DEPTO.
063800     MOVE "N" TO PRSM-DEPTO-VALIDO-SW.
063900     PERFORM 7210-COMPARAR-DEPTO
064000         THRU 7210-EXIT
064100         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
064200         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL
064300         OR PRSM-DEPTO-VALIDO.
064400
064500 7200-EXIT.
064600     EXIT.
064700
064800 7210-COMPARAR-DEPTO.
064900     IF TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-IDX) = ENTRADA-DEPTO
065000         MOVE "S" TO PRSM-DEPTO-VALIDO-SW
065100     END-IF.
065200
065300 7210-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700*    8000-VOLCAR-A-CSV
065800*    RECORRE EL MAESTRO EN ORDEN DE CLAVE (AÑO Y DEPARTAMENTO) Y
065900*    REESCRIBE POR COMPLETO presupuestos.csv, PARA QUE EL INFORME
066000*    DE DESVIACIONES VEA SIEMPRE EL ULTIMO CAMBIO.
066100******************************************************************
066200 8000-VOLCAR-A-CSV.
066300     OPEN OUTPUT PRESUPUESTOS-ARCHIVO.
066400     IF FS-STATUS-CSV NOT = "00"
066500         DISPLAY "AVISO: NO SE PUDO ACTUALIZAR presupuestos.csv."
066600             " STATUS: " FS-STATUS-CSV
066700     ELSE
066800         MOVE LOW-VALUES TO PRESUPUESTOS-CLAVE
066900         MOVE "N" TO PRSM-FIN-CSV-SW
067000         START PRESUPUESTOS-MAESTRO
067100             KEY IS NOT LESS THAN PRESUPUESTOS-CLAVE
067200             INVALID KEY
067300                 MOVE "S" TO PRSM-FIN-CSV-SW
067400         END-START
067500         PERFORM 8010-ESCRIBIR-UN-REGISTRO-CSV
067600             THRU 8010-EXIT
067700             UNTIL PRSM-FIN-CSV
067800         CLOSE PRESUPUESTOS-ARCHIVO
067900     END-IF.
068000
068100 8000-EXIT.
068200     EXIT.
068300
068400 8010-ESCRIBIR-UN-REGISTRO-CSV.
068500     READ PRESUPUESTOS-MAESTRO NEXT RECORD
068600         AT END
068700             MOVE "S" TO PRSM-FIN-CSV-SW
068800         NOT AT END
068900             MOVE PRESUPUESTOS-ANO           TO CSV-ANO
069000             MOVE PRESUPUESTOS-DEPTO         TO CSV-DEPTO
069100             MOVE PRESUPUESTOS-PLANTILLA     TO CSV-PLANTILLA
069200             MOVE PRESUPUESTOS-MASA-SALARIAL TO CSV-MASA-SALARIAL
069300             MOVE PRESUPUESTOS-FECHA-CAMBIO  TO CSV-FECHA-CAMBIO
069400             MOVE PRESUPUESTOS-AUTORIZADO-POR
069500                 TO CSV-AUTORIZADO-POR
069600             WRITE CSV-REGISTRO
069700     END-READ.
069800
069900 8010-EXIT.
070000     EXIT.
070100
070200******************************************************************
070300*    9000-FINALIZAR
070400*    CIERRA FICHEROS ANTES DE TERMINAR EL PROGRAMA.
070500******************************************************************
070600 9000-FINALIZAR.
070700     IF PRSM-OPER-PUEDE-PRESUPUESTAR AND PRSM-OPER-ACTIVO
070800         CLOSE PRESUPUESTOS-MAESTRO
070900     END-IF.
071000
071100 9000-EXIT.
071200     EXIT.
071300
071400 END PROGRAM PRESMANT.
