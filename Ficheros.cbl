001804*    2026-08-22  JCR     TODA ALTA SE GRABA COMO EMPLEADO ACTIVO
001805*                        (ESTADO "A") AL INCORPORARSE LA BAJA
001806*                        LOGICA AL REGISTRO MAESTRO.
001807*    2026-10-15  JCR     EL OPERADOR (TECLEADO O RECIBIDO EN EL
001808*                        PARAMETRO LOTE) SE VALIDA CONTRA EL
001809*                        MAESTRO DE OPERADORES operadores.csv ANTES
001810*                        DE ABRIR NINGUN FICHERO, PARA QUE EL LOG
001811*                        DE ALTAS SOLO REGISTRE OPERADORES REALES
001812*                        Y ACTIVOS.
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002613         ASSIGN TO "g:\Usuarios\departamentos.csv"
002614         ORGANIZATION IS LINE SEQUENTIAL
002615         FILE STATUS IS FS-STATUS-DEPTOS.
002616     SELECT OPERADORES-ARCHIVO
002617         ASSIGN TO "g:\Usuarios\operadores.csv"
002618         ORGANIZATION IS LINE SEQUENTIAL
002619         FILE STATUS IS FS-STATUS-OPER.
002610
002700 DATA DIVISION.
002800 FILE SECTION.
003192
003194 FD  DEPARTAMENTOS-ARCHIVO.
003196 COPY DEPREG.
003197 FD  OPERADORES-ARCHIVO.
003198 COPY OPEREG.
003190
003200 WORKING-STORAGE SECTION.
003300******************************************************************
004917 01  FS-STATUS-TRANS          PIC X(02).
004918 01  FS-STATUS-REINICIO       PIC X(02).
004919 01  FS-STATUS-DEPTOS         PIC X(02).
004920 01  FS-STATUS-OPER           PIC X(02).
004920
004930******************************************************************
004940*    IDENTIFICACION DEL OPERADOR PARA LA AUDITORIA DE ALTAS
004960 01  MSG-OPERADOR             PIC X(42) VALUE
004970     "Introduzca su identificador de operador: ".
004980 01  WS-OPERADOR              PIC X(08).
004985 01  FICH-OPER-ESTADO         PIC X(01) VALUE SPACE.
004990     88 FICH-OPER-ACTIVO             VALUE "A".
005000
005050 01  ENTRADA-ID                PIC X(05).
005055
006697        88 DEPTOS-FIN-FICHERO          VALUE "S".
006698     05 FICH-DEPTOS-LLENOS-SW PIC X(01) VALUE "N".
006699        88 FICH-DEPTOS-LLENOS          VALUE "S".
006700     05 FICH-FIN-OPER-SW      PIC X(01) VALUE "N".
006701        88 FICH-FIN-OPER               VALUE "S".
006702     05 FICH-OPER-HALLADO-SW  PIC X(01) VALUE "N".
006703        88 FICH-OPER-HALLADO           VALUE "S".
006700
006710******************************************************************
006720*    PARAMETRO DE EJECUCION: PERMITE SELECCIONAR ENTRE EL ALTA
009680         ACCEPT WS-OPERADOR
009690     END-IF.
009700
009704     PERFORM 0600-VALIDAR-OPERADOR
009708         THRU 0600-EXIT.
009710 0500-EXIT.
009720     EXIT.
009721******************************************************************
009722*    0600-VALIDAR-OPERADOR
009723*    BUSCA EL IDENTIFICADOR DEL OPERADOR EN EL MAESTRO DE
009724*    OPERADORES (operadores.csv, MANTENIDO POR OPEMANT). SI NO
009725*    ESTA REGISTRADO O ESTA INACTIVO, EL PROGRAMA TERMINA ANTES
009726*    DE ABRIR NINGUN FICHERO, CON RETURN-CODE 16. CUALQUIER ROL
009727*    ACTIVO PUEDE DAR ALTAS.
009728******************************************************************
009729 0600-VALIDAR-OPERADOR.
009730     MOVE "N" TO FICH-OPER-HALLADO-SW.
009731     MOVE "N" TO FICH-FIN-OPER-SW.
009732     MOVE SPACE TO FICH-OPER-ESTADO.
009733
009734     OPEN INPUT OPERADORES-ARCHIVO.
009735     IF FS-STATUS-OPER = "00"
009736         PERFORM 0610-LEER-UN-OPERADOR
009737             THRU 0610-EXIT
009738             UNTIL FICH-FIN-OPER OR FICH-OPER-HALLADO
009739         CLOSE OPERADORES-ARCHIVO
009740     END-IF.
009741
009742     IF NOT FICH-OPER-HALLADO
009743         DISPLAY "Operador " WS-OPERADOR " no registrado: "
009744             "acceso denegado."
009745         MOVE 16 TO RETURN-CODE
009746         PERFORM 9999-FIN-PROGRAMA THRU 9999-EXIT
009747     END-IF.
009748     IF NOT FICH-OPER-ACTIVO
009749         DISPLAY "Operador " WS-OPERADOR " inactivo: "
009750             "acceso denegado."
009751         MOVE 16 TO RETURN-CODE
009752         PERFORM 9999-FIN-PROGRAMA THRU 9999-EXIT
009753     END-IF.
009754
009755 0600-EXIT.
009756     EXIT.
009757
009758 0610-LEER-UN-OPERADOR.
009759     READ OPERADORES-ARCHIVO
009760         AT END
009761             MOVE "S" TO FICH-FIN-OPER-SW
009762         NOT AT END
009763             IF OPERADORES-ID = WS-OPERADOR
009764                 MOVE "S" TO FICH-OPER-HALLADO-SW
009765                 MOVE OPERADORES-ESTADO TO FICH-OPER-ESTADO
009766             END-IF
009767     END-READ.
009768
009769 0610-EXIT.
009770     EXIT.
009500
009600******************************************************************
009700*    1000-GESTIONAR-APERTURA
