000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPEMANT.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: OPEMANT
000900*    DESCRIPCION..: MANTENIMIENTO INTERACTIVO DEL MAESTRO DE
001000*                   OPERADORES (ALTAS, BAJAS, MODIFICACIONES Y
001100*                   CONSULTAS) SOBRE UN FICHERO INDEXADO POR
001200*                   OPERADORES-ID, EN EL MISMO ESTILO QUE DEPMANT.
001300*                   EL MAESTRO SE RECONSTRUYE DESDE operadores.csv
001400*                   AL ARRANCAR Y SE VUELCA DE NUEVO TRAS CADA
001500*                   CAMBIO. Ficheros, EMPMANT, EMPAPROB, AUSMANT,
001600*                   EMPNOCHE Y EMPRESTA VALIDAN CONTRA ESTE
001700*                   MAESTRO EL IDENTIFICADOR QUE SE LES TECLEA O
001800*                   PASA POR PARAMETRO: DEBE EXISTIR, ESTAR ACTIVO
001900*                   Y TENER UN ROL AUTORIZADO PARA LA ACCION.
002000*                   SOLO UN ADMINISTRADOR ACTIVO PUEDE USAR ESTE
002100*                   PROGRAMA; CON EL MAESTRO VACIO SE ADMITE UN
002200*                   UNICO ALTA INICIAL, QUE SE GRABA COMO
002300*                   ADMINISTRADOR. LA BAJA ES LOGICA (ESTADO "I"):
002400*                   UN OPERADOR NUNCA SE BORRA, PARA QUE SU NOMBRE
002500*                   SIGA RESOLVIENDOSE EN LOS LOGS ANTIGUOS.
002600*
002700*    HISTORIAL DE MODIFICACIONES
002800*    FECHA       AUTOR   DESCRIPCION
002900*    ----------  ------  ------------------------------------
003000*    2026-10-15  JCR     PROGRAMA INICIAL, CALCADO DE DEPMANT.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPERADORES-MAESTRO
003600         ASSIGN TO "OPEMAEST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS OPERADORES-ID
004000         FILE STATUS IS FS-STATUS.
004100
004200     SELECT OPERADORES-ARCHIVO
004300         ASSIGN TO "g:\Usuarios\operadores.csv"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FS-STATUS-CSV.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  OPERADORES-MAESTRO.
005000 COPY OPEREG.
005100
005200 FD  OPERADORES-ARCHIVO.
005300 01  CSV-REGISTRO.
005400     05 CSV-ID                 PIC X(08).
005500     05 CSV-NOMBRE             PIC X(30).
005600     05 CSV-ROL                PIC X(01).
005700     05 CSV-ESTADO             PIC X(01).
005800     05 CSV-FECHA-CAMBIO       PIC 9(08).
005900     05 CSV-AUTORIZADO-POR     PIC X(08).
006000
006100 WORKING-STORAGE SECTION.
006200******************************************************************
006300*    LITERALES DE PANTALLA
006400******************************************************************
006500 01  OPEM-TITULO-MENU     PIC X(40) VALUE
006600     "MANTENIMIENTO DE OPERADORES".
006700 01  OPEM-MENU-1          PIC X(30) VALUE
006800     "1. ALTA DE OPERADOR".
006900 01  OPEM-MENU-2          PIC X(30) VALUE
007000     "2. BAJA DE OPERADOR".
007100 01  OPEM-MENU-3          PIC X(30) VALUE
007200     "3. MODIFICACION DE OPERADOR".
007300 01  OPEM-MENU-4          PIC X(30) VALUE
007400     "4. CONSULTA DE OPERADOR".
007500 01  OPEM-MENU-5          PIC X(30) VALUE
007600     "5. FIN DEL PROGRAMA".
007700 01  OPEM-PROMPT-OPCION        PIC X(30) VALUE
007800     "TECLEE UNA OPCION (1-5): ".
007900 01  OPEM-PROMPT-ID            PIC X(40) VALUE
008000     "IDENTIFICADOR DE OPERADOR (8 CAR.): ".
008100 01  OPEM-PROMPT-ROL           PIC X(60) VALUE
008200     "ROL (O=OPERADOR, S=SUPERVISOR, A=ADMINISTRADOR): ".
008300 01  OPEM-MSG-OPERADOR         PIC X(42) VALUE
008400     "INTRODUZCA SU IDENTIFICADOR DE OPERADOR: ".
008500 01  OPEM-MSG-ID-INVALIDO      PIC X(50) VALUE
008600     "IDENTIFICADOR INVALIDO: NO PUEDE QUEDAR EN BLANCO.".
008700 01  OPEM-MSG-CAMPO-INVALIDO   PIC X(40) VALUE
008800     "ESTE CAMPO NO PUEDE QUEDAR EN BLANCO.".
008900 01  OPEM-MSG-ROL-INVALIDO     PIC X(40) VALUE
009000     "ROL INVALIDO: DEBE SER O, S O A.".
009100 01  OPEM-MSG-PROPIO           PIC X(60) VALUE
009200     "NO PUEDE DAR DE BAJA NI CAMBIAR EL ROL DE SU PROPIO ID.".
009300
009400******************************************************************
009500*    CONMUTADORES DE CONTROL DEL PROGRAMA
009600******************************************************************
009700 01  OPEM-SWITCHES.
009800     05 OPEM-FIN-SW                PIC X(01) VALUE "N".
009900        88 OPEM-FIN-PROGRAMA               VALUE "S".
010000     05 OPEM-ENCONTRADO-SW         PIC X(01) VALUE "N".
010100        88 OPEM-REGISTRO-ENCONTRADO        VALUE "S".
010200     05 OPEM-CAMPO-INVALIDO-SW     PIC X(01) VALUE "N".
010300        88 OPEM-CAMPO-INVALIDO             VALUE "S".
010400     05 OPEM-FIN-CSV-SW            PIC X(01) VALUE "N".
010500        88 OPEM-FIN-CSV                     VALUE "S".
010600     05 OPEM-ARRANQUE-SW           PIC X(01) VALUE "N".
010700        88 OPEM-ARRANQUE                    VALUE "S".
010800
010900******************************************************************
011000*    CAMPOS INTERMEDIOS: SE ACEPTA SOBRE ELLOS Y SOLO SE TRASLADAN
011100*    AL REGISTRO SI SON VALIDOS (Y, EN LA MODIFICACION, SI NO SE
011200*    HA DEJADO EL CAMPO EN BLANCO: ENTER PARA NO CAMBIAR).
011300******************************************************************
011400 01  ENTRADA-ID                    PIC X(08).
011500 01  ENTRADA-NOMBRE                PIC X(30).
011600 01  ENTRADA-ROL                   PIC X(01).
011700     88 ENTRADA-ROL-VALIDO                 VALUES "O" "S" "A".
011800 01  ENTRADA-ESTADO                PIC X(01).
011900
012000 01  OPEM-OPCION                   PIC X(01).
012100     88 OPEM-OPC-ALTA                      VALUE "1".
012200     88 OPEM-OPC-BAJA                      VALUE "2".
012300     88 OPEM-OPC-MODIFICAR                 VALUE "3".
012400     88 OPEM-OPC-CONSULTAR                 VALUE "4".
012500     88 OPEM-OPC-SALIR                     VALUE "5".
012600     88 OPEM-OPC-VALIDA          VALUES "1" "2" "3" "4" "5".
012700
012800 01  FS-STATUS                     PIC X(02).
012900 01  FS-STATUS-CSV                 PIC X(02).
013000
013100******************************************************************
013200*    IDENTIFICACION DEL ADMINISTRADOR QUE USA EL PROGRAMA Y
013300*    NUMERO DE OPERADORES CARGADOS AL ARRANCAR.
013400******************************************************************
013500 01  OPEM-OPERADOR                 PIC X(08) VALUE SPACES.
013600 01  OPEM-TOTAL-CARGADOS           PIC 9(05) COMP VALUE ZERO.
013700
013800 PROCEDURE DIVISION.
013900******************************************************************
014000*    0000-MAINLINE
014100*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.
014200******************************************************************
014300 0000-MAINLINE.
014400     PERFORM 1000-INICIALIZAR
014500         THRU 1000-EXIT.
014600
014700     IF NOT OPEM-FIN-PROGRAMA
014800         PERFORM 1500-IDENTIFICAR-OPERADOR
014900             THRU 1500-EXIT
015000     END-IF.
015100
015200     PERFORM 2000-PROCESO-MENU
015300         THRU 2000-EXIT
015400         UNTIL OPEM-FIN-PROGRAMA.
015500
015600     PERFORM 9000-FINALIZAR
015700         THRU 9000-EXIT.
015800
015900     STOP RUN.
016000
016100 0000-EXIT.
016200     EXIT.
016300
016400******************************************************************
016500*    1000-INICIALIZAR
016600*    RECONSTRUYE EL MAESTRO INDEXADO A PARTIR DE operadores.csv
016700*    Y LO DEJA ABIERTO EN MODO I-O PARA EL RESTO DEL PROGRAMA.
016800******************************************************************
016900 1000-INICIALIZAR.
017000     OPEN OUTPUT OPERADORES-MAESTRO.
017100     IF FS-STATUS NOT = "00"
017200         DISPLAY "ERROR FATAL AL CREAR EL MAESTRO. STATUS: "
017300             FS-STATUS
017400         MOVE "S" TO OPEM-FIN-SW
017500     ELSE
017600         PERFORM 1050-CARGAR-DESDE-CSV
017700             THRU 1050-EXIT
017800         CLOSE OPERADORES-MAESTRO
017900         OPEN I-O OPERADORES-MAESTRO
018000         IF FS-STATUS NOT = "00"
018100             DISPLAY "ERROR FATAL AL ABRIR EL MAESTRO. STATUS: "
018200                 FS-STATUS
018300             MOVE "S" TO OPEM-FIN-SW
018400         END-IF
018500     END-IF.
018600
018700 1000-EXIT.
018800     EXIT.
018900
019000******************************************************************
019100*    1050-CARGAR-DESDE-CSV
019200*    LEE operadores.csv SECUENCIALMENTE Y VUELCA CADA REGISTRO EN
019300*    EL MAESTRO INDEXADO. SI operadores.csv TODAVIA NO EXISTE, EL
019400*    MAESTRO QUEDA VACIO.
019500******************************************************************
019600 1050-CARGAR-DESDE-CSV.
019700     MOVE ZERO TO OPEM-TOTAL-CARGADOS.
019800     OPEN INPUT OPERADORES-ARCHIVO.
019900     IF FS-STATUS-CSV = "00"
020000         MOVE "N" TO OPEM-FIN-CSV-SW
020100         PERFORM 1060-LEER-UN-REGISTRO-CSV
020200             THRU 1060-EXIT
020300             UNTIL OPEM-FIN-CSV
020400         CLOSE OPERADORES-ARCHIVO
020500     END-IF.
020600
020700 1050-EXIT.
020800     EXIT.
020900
021000 1060-LEER-UN-REGISTRO-CSV.
021100     READ OPERADORES-ARCHIVO
021200         AT END
021300             MOVE "S" TO OPEM-FIN-CSV-SW
021400         NOT AT END
021500             MOVE CSV-ID             TO OPERADORES-ID
021600             MOVE CSV-NOMBRE         TO OPERADORES-NOMBRE
021700             MOVE CSV-ROL            TO OPERADORES-ROL
021800             MOVE CSV-ESTADO         TO OPERADORES-ESTADO
021900             MOVE CSV-FECHA-CAMBIO   TO OPERADORES-FECHA-CAMBIO
022000             MOVE CSV-AUTORIZADO-POR TO OPERADORES-AUTORIZADO-POR
022100             WRITE OPERADORES-REGISTRO
022200             IF FS-STATUS = "00"
022300                 ADD 1 TO OPEM-TOTAL-CARGADOS
022400             END-IF
022500     END-READ.
022600
022700 1060-EXIT.
022800     EXIT.
022900
023000******************************************************************
023100*    1500-IDENTIFICAR-OPERADOR
023200*    PIDE EL IDENTIFICADOR DE QUIEN USA EL PROGRAMA Y LO VALIDA
023300*    CONTRA EL PROPIO MAESTRO: DEBE EXISTIR, ESTAR ACTIVO Y SER
023400*    ADMINISTRADOR. CON EL MAESTRO VACIO NO HAY A QUIEN VALIDAR:
023500*    SE ENTRA EN MODO DE ARRANQUE, QUE SOLO ADMITE EL ALTA DEL
023600*    PRIMER ADMINISTRADOR.
023700******************************************************************
023800 1500-IDENTIFICAR-OPERADOR.
023900     IF OPEM-TOTAL-CARGADOS = ZERO
024000         DISPLAY "EL MAESTRO DE OPERADORES ESTA VACIO."
024100         DISPLAY "DE DE ALTA AL PRIMER ADMINISTRADOR, QUE SERA "
024200             "QUIEN CONTINUE LA SESION."
024300         MOVE "S" TO OPEM-ARRANQUE-SW
024400         GO TO 1500-EXIT
024500     END-IF.
024600
024700     DISPLAY OPEM-MSG-OPERADOR.
024800     ACCEPT OPEM-OPERADOR.
024900     MOVE OPEM-OPERADOR TO OPERADORES-ID.
025000     READ OPERADORES-MAESTRO
025100         INVALID KEY
025200             DISPLAY "OPERADOR NO REGISTRADO: ACCESO DENEGADO."
025300             MOVE "S" TO OPEM-FIN-SW
025400             GO TO 1500-EXIT
025500     END-READ.
025600
025700     IF NOT OPERADORES-ACTIVO
025800         DISPLAY "OPERADOR INACTIVO: ACCESO DENEGADO."
025900         MOVE "S" TO OPEM-FIN-SW
026000         GO TO 1500-EXIT
026100     END-IF.
026200     IF NOT OPERADORES-ES-ADMINISTRADOR
026300         DISPLAY "SOLO UN ADMINISTRADOR PUEDE MANTENER EL "
026400             "MAESTRO DE OPERADORES: ACCESO DENEGADO."
026500         MOVE "S" TO OPEM-FIN-SW
026600     END-IF.
026700
026800 1500-EXIT.
026900     EXIT.
027000
027100******************************************************************
027200*    2000-PROCESO-MENU
027300*    PRESENTA EL MENU, LEE LA OPCION Y LA DESPACHA. EN MODO DE
027400*    ARRANQUE SE VA DIRECTAMENTE AL ALTA DEL PRIMER
027500*    ADMINISTRADOR.
027600******************************************************************
027700 2000-PROCESO-MENU.
027800     IF OPEM-ARRANQUE
027900         PERFORM 3000-ALTA THRU 3000-EXIT
028000         IF OPEM-ARRANQUE
028100             MOVE "S" TO OPEM-FIN-SW
028200         END-IF
028300         GO TO 2000-EXIT
028400     END-IF.
028500
028600     PERFORM 2100-MOSTRAR-MENU
028700         THRU 2100-EXIT.
028800     PERFORM 2200-LEER-OPCION
028900         THRU 2200-EXIT.
029000
029100     EVALUATE TRUE
029200         WHEN OPEM-OPC-ALTA
029300             PERFORM 3000-ALTA THRU 3000-EXIT
029400         WHEN OPEM-OPC-BAJA
029500             PERFORM 4000-BAJA THRU 4000-EXIT
029600         WHEN OPEM-OPC-MODIFICAR
029700             PERFORM 5000-MODIFICAR THRU 5000-EXIT
029800         WHEN OPEM-OPC-CONSULTAR
029900             PERFORM 6000-CONSULTAR THRU 6000-EXIT
030000         WHEN OPEM-OPC-SALIR
030100             MOVE "S" TO OPEM-FIN-SW
030200     END-EVALUATE.
030300
030400 2000-EXIT.
030500     EXIT.
030600
030700 2100-MOSTRAR-MENU.
030800     DISPLAY SPACE.
030900     DISPLAY OPEM-TITULO-MENU.
031000     DISPLAY OPEM-MENU-1.
031100     DISPLAY OPEM-MENU-2.
031200     DISPLAY OPEM-MENU-3.
031300     DISPLAY OPEM-MENU-4.
031400     DISPLAY OPEM-MENU-5.
031500
031600 2100-EXIT.
031700     EXIT.
031800
031900 2200-LEER-OPCION.
032000     MOVE SPACE TO OPEM-OPCION.
032100     PERFORM UNTIL OPEM-OPC-VALIDA
032200         DISPLAY OPEM-PROMPT-OPCION
032300         ACCEPT OPEM-OPCION
032400         IF NOT OPEM-OPC-VALIDA
032500             DISPLAY "OPCION NO VALIDA, VUELVA A INTENTARLO."
032600         END-IF
032700     END-PERFORM.
032800
032900 2200-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300*    3000-ALTA
033400*    DA DE ALTA UN OPERADOR NUEVO, ACTIVO. RECHAZA EL ALTA SI LA
033500*    CLAVE YA EXISTE EN EL MAESTRO. EN MODO DE ARRANQUE EL ROL SE
033600*    FIJA A ADMINISTRADOR Y EL NUEVO ID PASA A SER EL OPERADOR DE
033700*    LA SESION.
033800******************************************************************
033900 3000-ALTA.
034000     MOVE "S" TO OPEM-CAMPO-INVALIDO-SW.
034100     PERFORM UNTIL NOT OPEM-CAMPO-INVALIDO
034200         DISPLAY OPEM-PROMPT-ID
034300         ACCEPT ENTRADA-ID
034400         IF ENTRADA-ID NOT = SPACES
034500             MOVE ENTRADA-ID TO OPERADORES-ID
034600             MOVE "N" TO OPEM-CAMPO-INVALIDO-SW
034700         ELSE
034800             DISPLAY OPEM-MSG-ID-INVALIDO
034900         END-IF
035000     END-PERFORM.
035100
035200     READ OPERADORES-MAESTRO
035300         INVALID KEY
035400             NEXT SENTENCE
035500     END-READ.
035600     IF FS-STATUS = "00"
035700         DISPLAY "YA EXISTE UN OPERADOR CON ESE IDENTIFICADOR."
035800         GO TO 3000-EXIT
035900     END-IF.
036000
036100     MOVE ENTRADA-ID TO OPERADORES-ID.
036200     MOVE "S" TO OPEM-CAMPO-INVALIDO-SW.
036300     PERFORM UNTIL NOT OPEM-CAMPO-INVALIDO
036400         DISPLAY "NOMBRE DEL OPERADOR: "
036500         ACCEPT ENTRADA-NOMBRE
036600         IF ENTRADA-NOMBRE NOT = SPACES
036700             MOVE ENTRADA-NOMBRE TO OPERADORES-NOMBRE
036800             MOVE "N" TO OPEM-CAMPO-INVALIDO-SW
036900         ELSE
037000             DISPLAY OPEM-MSG-CAMPO-INVALIDO
037100         END-IF
037200     END-PERFORM.
037300
037400     IF OPEM-ARRANQUE
037500         MOVE "A" TO OPERADORES-ROL
037600         DISPLAY "ROL: ADMINISTRADOR (PRIMER ALTA DEL MAESTRO)."
037700         MOVE ENTRADA-ID TO OPEM-OPERADOR
037800     ELSE
037900         MOVE "S" TO OPEM-CAMPO-INVALIDO-SW
038000         PERFORM UNTIL NOT OPEM-CAMPO-INVALIDO
038100             DISPLAY OPEM-PROMPT-ROL
038200             ACCEPT ENTRADA-ROL
038300             IF ENTRADA-ROL-VALIDO
038400                 MOVE ENTRADA-ROL TO OPERADORES-ROL
038500                 MOVE "N" TO OPEM-CAMPO-INVALIDO-SW
038600             ELSE
038700                 DISPLAY OPEM-MSG-ROL-INVALIDO
038800             END-IF
038900         END-PERFORM
039000     END-IF.
039100
039200     MOVE "A" TO OPERADORES-ESTADO.
039300     ACCEPT OPERADORES-FECHA-CAMBIO FROM DATE YYYYMMDD.
039400     MOVE OPEM-OPERADOR TO OPERADORES-AUTORIZADO-POR.
039500     WRITE OPERADORES-REGISTRO
039600         INVALID KEY
039700             DISPLAY "ERROR AL DAR DE ALTA. STATUS: "
039800                 FS-STATUS
039900         NOT INVALID KEY
040000             DISPLAY "ALTA REALIZADA CON EXITO."
040100             MOVE "N" TO OPEM-ARRANQUE-SW
040200             PERFORM 8000-VOLCAR-A-CSV THRU 8000-EXIT
040300     END-WRITE.
040400
040500 3000-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*    4000-BAJA
041000*    BAJA LOGICA: EL OPERADOR QUEDA INACTIVO (ESTADO "I") Y DEJA
041100*    DE SER ADMITIDO POR LOS PROGRAMAS, PERO NO SE BORRA DEL
041200*    MAESTRO. NADIE PUEDE DARSE DE BAJA A SI MISMO.
041300******************************************************************
041400 4000-BAJA.
041500     PERFORM 7000-LOCALIZAR-REGISTRO THRU 7000-EXIT.
041600     IF NOT OPEM-REGISTRO-ENCONTRADO
041700         GO TO 4000-EXIT
041800     END-IF.
041900     IF OPERADORES-ID = OPEM-OPERADOR
042000         DISPLAY OPEM-MSG-PROPIO
042100         GO TO 4000-EXIT
042200     END-IF.
042300     IF OPERADORES-INACTIVO
042400         DISPLAY "EL OPERADOR YA ESTA INACTIVO."
042500         GO TO 4000-EXIT
042600     END-IF.
042700
042800     MOVE "I" TO OPERADORES-ESTADO.
042900     ACCEPT OPERADORES-FECHA-CAMBIO FROM DATE YYYYMMDD.
043000     MOVE OPEM-OPERADOR TO OPERADORES-AUTORIZADO-POR.
043100     REWRITE OPERADORES-REGISTRO
043200         INVALID KEY
043300             DISPLAY "ERROR AL DAR DE BAJA. STATUS: "
043400                 FS-STATUS
043500         NOT INVALID KEY
043600             DISPLAY "BAJA REALIZADA CON EXITO."
043700             PERFORM 8000-VOLCAR-A-CSV THRU 8000-EXIT
043800     END-REWRITE.
043900
044000 4000-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    5000-MODIFICAR
044500*    REESCRIBE NOMBRE, ROL Y ESTADO DE UN OPERADOR YA EXISTENTE
044600*    (EL ESTADO "A" PERMITE REACTIVAR A UN OPERADOR DADO DE BAJA).
044700*    ENTER SIN TECLEAR NADA DEJA INTACTO EL CAMPO. EL ROL Y EL
044800*    ESTADO DEL PROPIO OPERADOR DE LA SESION NO SE PUEDEN TOCAR.
044900******************************************************************
045000 5000-MODIFICAR.
045100     PERFORM 7000-LOCALIZAR-REGISTRO THRU 7000-EXIT.
045200     IF NOT OPEM-REGISTRO-ENCONTRADO
045300         GO TO 5000-EXIT
045400     END-IF.
045500
045600     DISPLAY "NOMBRE ACTUAL..: " OPERADORES-NOMBRE.
045700     DISPLAY "NUEVO NOMBRE (ENTER PARA NO CAMBIAR): ".
045800     ACCEPT ENTRADA-NOMBRE.
045900     IF ENTRADA-NOMBRE NOT = SPACES
046000         MOVE ENTRADA-NOMBRE TO OPERADORES-NOMBRE
046100     END-IF.
046200
046300     IF OPERADORES-ID = OPEM-OPERADOR
046400         DISPLAY OPEM-MSG-PROPIO
046500     ELSE
046600         DISPLAY "ROL ACTUAL.....: " OPERADORES-ROL
046700         MOVE "S" TO OPEM-CAMPO-INVALIDO-SW
046800         PERFORM UNTIL NOT OPEM-CAMPO-INVALIDO
046900             DISPLAY "NUEVO ROL O/S/A (ENTER PARA NO CAMBIAR): "
047000             ACCEPT ENTRADA-ROL
047100             EVALUATE TRUE
047200                 WHEN ENTRADA-ROL = SPACE
047300                     MOVE "N" TO OPEM-CAMPO-INVALIDO-SW
047400                 WHEN ENTRADA-ROL-VALIDO
047500                     MOVE ENTRADA-ROL TO OPERADORES-ROL
047600                     MOVE "N" TO OPEM-CAMPO-INVALIDO-SW
047700                 WHEN OTHER
047800                     DISPLAY OPEM-MSG-ROL-INVALIDO
047900             END-EVALUATE
048000         END-PERFORM
048100         DISPLAY "ESTADO ACTUAL..: " OPERADORES-ESTADO
048200         MOVE "S" TO OPEM-CAMPO-INVALIDO-SW
048300         PERFORM UNTIL NOT OPEM-CAMPO-INVALIDO
048400             DISPLAY "NUEVO ESTADO A/I (ENTER PARA NO CAMBIAR): "
048500             ACCEPT ENTRADA-ESTADO
048600             EVALUATE ENTRADA-ESTADO
048700                 WHEN SPACE
048800                     MOVE "N" TO OPEM-CAMPO-INVALIDO-SW
048900                 WHEN "A"
049000                 WHEN "I"
049100                     MOVE ENTRADA-ESTADO TO OPERADORES-ESTADO
049200                     MOVE "N" TO OPEM-CAMPO-INVALIDO-SW
049300                 WHEN OTHER
049400                     DISPLAY "ESTADO INVALIDO: DEBE SER A O I."
049500             END-EVALUATE
049600         END-PERFORM
049700     END-IF.
049800
049900     ACCEPT OPERADORES-FECHA-CAMBIO FROM DATE YYYYMMDD.
050000     MOVE OPEM-OPERADOR TO OPERADORES-AUTORIZADO-POR.
050100     REWRITE OPERADORES-REGISTRO
050200         INVALID KEY
050300             DISPLAY "ERROR AL MODIFICAR. STATUS: "
050400                 FS-STATUS
050500         NOT INVALID KEY
050600             DISPLAY "MODIFICACION REALIZADA CON EXITO."
050700             PERFORM 8000-VOLCAR-A-CSV THRU 8000-EXIT
050800     END-REWRITE.
050900
051000 5000-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400*    6000-CONSULTAR
051500*    MUESTRA POR PANTALLA LOS DATOS DE UN OPERADOR.
051600******************************************************************
051700 6000-CONSULTAR.
051800     PERFORM 7000-LOCALIZAR-REGISTRO THRU 7000-EXIT.
051900     IF OPEM-REGISTRO-ENCONTRADO
052000         DISPLAY "IDENTIFICADOR..: " OPERADORES-ID
052100         DISPLAY "NOMBRE.........: " OPERADORES-NOMBRE
052200         EVALUATE TRUE
052300             WHEN OPERADORES-ES-OPERADOR
052400                 DISPLAY "ROL............: OPERADOR"
052500             WHEN OPERADORES-ES-SUPERVISOR
052600                 DISPLAY "ROL............: SUPERVISOR"
052700             WHEN OPERADORES-ES-ADMINISTRADOR
052800                 DISPLAY "ROL............: ADMINISTRADOR"
052900             WHEN OTHER
053000                 DISPLAY "ROL............: " OPERADORES-ROL
053100         END-EVALUATE
053200         IF OPERADORES-ACTIVO
053300             DISPLAY "ESTADO.........: ACTIVO"
053400         ELSE
053500             DISPLAY "ESTADO.........: INACTIVO"
053600         END-IF
053700         DISPLAY "ULTIMO CAMBIO..: " OPERADORES-FECHA-CAMBIO
053800             " POR " OPERADORES-AUTORIZADO-POR
053900     END-IF.
054000
054100 6000-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500*    7000-LOCALIZAR-REGISTRO
054600*    PARRAFO COMUN A BAJA, MODIFICACION Y CONSULTA: PIDE EL
054700*    IDENTIFICADOR Y LO LEE DEL MAESTRO.
054800******************************************************************
054900 7000-LOCALIZAR-REGISTRO.
055000     MOVE "N" TO OPEM-ENCONTRADO-SW.
055100     MOVE "S" TO OPEM-CAMPO-INVALIDO-SW.
055200     PERFORM UNTIL NOT OPEM-CAMPO-INVALIDO
055300         DISPLAY OPEM-PROMPT-ID
055400         ACCEPT ENTRADA-ID
055500         IF ENTRADA-ID NOT = SPACES
055600             MOVE ENTRADA-ID TO OPERADORES-ID
055700             MOVE "N" TO OPEM-CAMPO-INVALIDO-SW
055800         ELSE
055900             DISPLAY OPEM-MSG-ID-INVALIDO
056000         END-IF
056100     END-PERFORM.
056200
056300     READ OPERADORES-MAESTRO
056400         INVALID KEY
056500             DISPLAY "NO EXISTE NINGUN OPERADOR CON ESE "
056600                 "IDENTIFICADOR."
056700         NOT INVALID KEY
056800             MOVE "S" TO OPEM-ENCONTRADO-SW
056900     END-READ.
057000
057100 7000-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500*    8000-VOLCAR-A-CSV
057600*    RECORRE EL MAESTRO EN ORDEN DE CLAVE Y REESCRIBE POR COMPLETO
057700*    operadores.csv, PARA QUE EL RESTO DE PROGRAMAS VALIDEN
057800*    SIEMPRE CONTRA EL RESULTADO DEL ULTIMO CAMBIO.
057900******************************************************************
058000 8000-VOLCAR-A-CSV.
058100     OPEN OUTPUT OPERADORES-ARCHIVO.
058200     IF FS-STATUS-CSV NOT = "00"
058300         DISPLAY "AVISO: NO SE PUDO ACTUALIZAR operadores.csv."
058400             " STATUS: " FS-STATUS-CSV
058500     ELSE
058600         MOVE LOW-VALUES TO OPERADORES-ID
058700         MOVE "N" TO OPEM-FIN-CSV-SW
058800         START OPERADORES-MAESTRO
058900             KEY IS NOT LESS THAN OPERADORES-ID
059000             INVALID KEY
059100                 MOVE "S" TO OPEM-FIN-CSV-SW
059200         END-START
059300         PERFORM 8010-ESCRIBIR-UN-REGISTRO-CSV
059400             THRU 8010-EXIT
059500             UNTIL OPEM-FIN-CSV
059600         CLOSE OPERADORES-ARCHIVO
059700     END-IF.
059800
059900 8000-EXIT.
060000     EXIT.
060100
060200 8010-ESCRIBIR-UN-REGISTRO-CSV.
060300     READ OPERADORES-MAESTRO NEXT RECORD
060400         AT END
060500             MOVE "S" TO OPEM-FIN-CSV-SW
060600         NOT AT END
060700             MOVE OPERADORES-ID             TO CSV-ID
060800             MOVE OPERADORES-NOMBRE         TO CSV-NOMBRE
060900             MOVE OPERADORES-ROL            TO CSV-ROL
061000             MOVE OPERADORES-ESTADO         TO CSV-ESTADO
061100             MOVE OPERADORES-FECHA-CAMBIO   TO CSV-FECHA-CAMBIO
061200             MOVE OPERADORES-AUTORIZADO-POR TO CSV-AUTORIZADO-POR
061300             WRITE CSV-REGISTRO
061400     END-READ.
061500
061600 8010-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    9000-FINALIZAR
062100*    CIERRA FICHEROS ANTES DE TERMINAR EL PROGRAMA.
062200******************************************************************
062300 9000-FINALIZAR.
062400     CLOSE OPERADORES-MAESTRO.
062500
062600 9000-EXIT.
062700     EXIT.
062800
062900 END PROGRAM OPEMANT.
