002900*    FECHA       AUTOR   DESCRIPCION
003000*    ----------  ------  ------------------------------------
003100*    2026-09-01  JCR     PROGRAMA INICIAL.
003110*    2026-10-15  JCR     EL OPERADOR SE VALIDA CONTRA EL MAESTRO
003120*                        DE OPERADORES operadores.csv: LA
003130*                        RESTAURACION EXIGE UN SUPERVISOR O
003140*                        ADMINISTRADOR ACTIVO Y LA PURGA UN
003150*                        ADMINISTRADOR ACTIVO. EL IDENTIFICADOR
003160*                        POR DEFECTO "PURGA" DEBE ESTAR DADO DE
003170*                        ALTA COMO ADMINISTRADOR PARA QUE LA
003180*                        PURGA PLANIFICADA SIGA FUNCIONANDO.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
005700         ASSIGN TO "EMPRESLG"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FS-STATUS-LOG.
005920     SELECT OPERADORES-ARCHIVO
005940         ASSIGN TO "g:\Usuarios\operadores.csv"
005960         ORGANIZATION IS LINE SEQUENTIAL
005980         FILE STATUS IS FS-STATUS-OPER.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
009000     05 RESLG-REGISTROS       PIC 9(05).
009100     05 FILLER                PIC X(01).
009200     05 RESLG-DETALLE         PIC X(30).
009220 FD  OPERADORES-ARCHIVO.
009240 COPY OPEREG.
009300
009400 WORKING-STORAGE SECTION.
009500******************************************************************
010000 01  FS-STATUS-GUARDA         PIC X(02).
010100 01  FS-STATUS-DEPTOS         PIC X(02).
010200 01  FS-STATUS-LOG            PIC X(02).
010250 01  FS-STATUS-OPER           PIC X(02).
010300 01  WS-FECHA-SISTEMA         PIC 9(08).
010400
010500******************************************************************
012500     88 MODO-RESTAURACION            VALUE "R".
012600
012700 01  RESTA-OPERADOR           PIC X(08) VALUE SPACES.
012710 01  RESTA-OPER-ROL           PIC X(01) VALUE SPACE.
012720     88 RESTA-OPER-ES-ADMIN          VALUE "A".
012730     88 RESTA-OPER-PUEDE-RESTAURAR   VALUES "S" "A".
012740 01  RESTA-OPER-ESTADO        PIC X(01) VALUE SPACE.
012750     88 RESTA-OPER-ACTIVO            VALUE "A".
012800 01  RESTA-DIAS-RETENCION     PIC 9(04) VALUE 90.
012900 01  RESTA-MINIMO-COPIAS      PIC 9(03) VALUE 5.
013000
022400        88 RESTA-FECHA-HALLADA       VALUE "S".
022500     05 RESTA-IDS-LLENA-SW    PIC X(01) VALUE "N".
022600        88 RESTA-IDS-LLENA           VALUE "S".
022620     05 RESTA-FIN-OPER-SW     PIC X(01) VALUE "N".
022640        88 RESTA-FIN-OPER            VALUE "S".
022660     05 RESTA-OPER-HALLADO-SW PIC X(01) VALUE "N".
022680        88 RESTA-OPER-HALLADO        VALUE "S".
022700
022800 PROCEDURE DIVISION.
022900******************************************************************
029300         ACCEPT RESTA-OPERADOR
029400     END-IF.
029500
029520     PERFORM 1100-VALIDAR-OPERADOR
029540         THRU 1100-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800
029801******************************************************************
029802*    1100-VALIDAR-OPERADOR
029803*    BUSCA EL OPERADOR EN EL MAESTRO DE OPERADORES. RESTAURAR UNA
029804*    COPIA SOBRE EL MAESTRO REQUIERE UN SUPERVISOR O
029805*    ADMINISTRADOR ACTIVO; BORRAR COPIAS EN LA PURGA, UN
029806*    ADMINISTRADOR ACTIVO. SI NO SE CUMPLE, EL PROGRAMA TERMINA
029807*    ANTES DE TOCAR NINGUN FICHERO, CON RETURN-CODE 16.
029808******************************************************************
029809 1100-VALIDAR-OPERADOR.
029810     MOVE "N" TO RESTA-OPER-HALLADO-SW.
029811     MOVE "N" TO RESTA-FIN-OPER-SW.
029812     MOVE SPACE TO RESTA-OPER-ROL.
029813     MOVE SPACE TO RESTA-OPER-ESTADO.
029814
029815     OPEN INPUT OPERADORES-ARCHIVO.
029816     IF FS-STATUS-OPER = "00"
029817         PERFORM 1110-LEER-UN-OPERADOR
029818             THRU 1110-EXIT
029819             UNTIL RESTA-FIN-OPER OR RESTA-OPER-HALLADO
029820         CLOSE OPERADORES-ARCHIVO
029821     END-IF.
029822
029823     IF NOT RESTA-OPER-HALLADO
029824         DISPLAY "Operador " RESTA-OPERADOR " no registrado: "
029825             "acceso denegado."
029826         MOVE 16 TO RETURN-CODE
029827         STOP RUN
029828     END-IF.
029829     IF NOT RESTA-OPER-ACTIVO
029830         DISPLAY "Operador " RESTA-OPERADOR " inactivo: "
029831             "acceso denegado."
029832         MOVE 16 TO RETURN-CODE
029833         STOP RUN
029834     END-IF.
029835     IF MODO-PURGA AND NOT RESTA-OPER-ES-ADMIN
029836         DISPLAY "Solo un administrador puede purgar copias: "
029837             "acceso denegado."
029838         MOVE 16 TO RETURN-CODE
029839         STOP RUN
029840     END-IF.
029841     IF NOT MODO-PURGA AND NOT RESTA-OPER-PUEDE-RESTAURAR
029842         DISPLAY "Solo un supervisor o administrador puede "
029843             "restaurar una copia: acceso denegado."
029844         MOVE 16 TO RETURN-CODE
029845         STOP RUN
029846     END-IF.
029847
029848 1100-EXIT.
029849     EXIT.
029850
029851 1110-LEER-UN-OPERADOR.
029852     READ OPERADORES-ARCHIVO
029853         AT END
029854             MOVE "S" TO RESTA-FIN-OPER-SW
029855         NOT AT END
029856             IF OPERADORES-ID = RESTA-OPERADOR
029857                 MOVE "S" TO RESTA-OPER-HALLADO-SW
029858                 MOVE OPERADORES-ROL    TO RESTA-OPER-ROL
029859                 MOVE OPERADORES-ESTADO TO RESTA-OPER-ESTADO
029860             END-IF
029861     END-READ.
029862
029863 1110-EXIT.
029864     EXIT.
029900******************************************************************
030000*    2000-SONDEAR-COPIAS
030100*    RETROCEDE DIA A DIA DESDE HOY (370 DIAS COMO MAXIMO) Y
