000700******************************************************************
000800*    PROGRAMA.....: EMPNOCHE
000900*    DESCRIPCION..: CONTROLADOR DE LA CADENA NOCTURNA. LANZA EN
001000*                   ORDEN LOS PASOS ESTANDAR DE LA NOCHE (EMPAPLIC,
001100*                   EMPVERIF, EMPEXP, EMPAFIL Y LOS INFORMES
001200*                   EMPLIST, EMPSTAT Y EMPANIV), ANOTANDO EN EL
001250*                   FICHERO DE CONTROL DE
001300*                   EJECUCION EMPRUNCT EL INICIO, EL FIN Y EL
001400*                   CODIGO DE RETORNO DE CADA PASO. SI UN PASO
001500*                   TERMINA CON CODIGO DE RETORNO MAYOR QUE EL
002800*    FECHA       AUTOR   DESCRIPCION
002900*    ----------  ------  ------------------------------------
003000*    2026-09-01  JCR     PROGRAMA INICIAL.
003010*    2026-10-15  JCR     EL OPERADOR RECIBIDO POR PARAMETRO SE
003020*                        VALIDA CONTRA EL MAESTRO DE OPERADORES
003030*                        operadores.csv: DEBE EXISTIR Y ESTAR
003040*                        ACTIVO, Y PARA FORZAR UN CICLO YA ANOTADO
003050*                        TENER ROL DE SUPERVISOR O ADMINISTRADOR.
003060*                        EL LANZAMIENTO PLANIFICADO SIN OPERADOR
003070*                        ("NOCHE") NO SE VALIDA.
003080*    2026-10-15  JCR     NUEVO PRIMER PASO EMPAPLIC, QUE APLICA AL
003090*                        MAESTRO LOS CAMBIOS PROGRAMADOS CUYA
003095*                        FECHA EFECTIVA YA HA LLEGADO.
003096*    2026-10-15  JCR     NUEVO PASO EMPAFIL DETRAS DE EMPEXP:
003097*                        COMUNICACION DIARIA DE AFILIACION A LA
003098*                        SEGURIDAD SOCIAL.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003600         ASSIGN TO "EMPRUNCT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FS-STATUS-RUNCT.
003820     SELECT OPERADORES-ARCHIVO
003840         ASSIGN TO "g:\Usuarios\operadores.csv"
003860         ORGANIZATION IS LINE SEQUENTIAL
003880         FILE STATUS IS FS-STATUS-OPER.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
006200        88 RUNCT-CON-ERROR           VALUE "E".
006300     05 FILLER                 PIC X(01).
006400     05 RUNCT-OPERADOR         PIC X(08).
006420 FD  OPERADORES-ARCHIVO.
006440 COPY OPEREG.
006500
006600 WORKING-STORAGE SECTION.
006700******************************************************************
006800*    VARIABLES DE CONTROL DEL PROGRAMA
006900******************************************************************
007000 01  FS-STATUS-RUNCT          PIC X(02).
007050 01  FS-STATUS-OPER           PIC X(02).
007100 01  WS-FECHA-SISTEMA         PIC 9(08).
007200
007300******************************************************************
008400     88 MODO-FORZADO                 VALUE "S".
008500
008600 01  NOCHE-OPERADOR           PIC X(08) VALUE SPACES.
008620 01  NOCHE-OPER-ROL           PIC X(01) VALUE SPACE.
008640     88 NOCHE-OPER-PUEDE-FORZAR      VALUES "S" "A".
008660 01  NOCHE-OPER-ESTADO        PIC X(01) VALUE SPACE.
008680     88 NOCHE-OPER-ACTIVO            VALUE "A".
008700
008800******************************************************************
008900*    TABLA FIJA DE LOS PASOS DE LA NOCHE, EN SU ORDEN DE
009000*    EJECUCION. EMPAPLIC VA PRIMERO PARA QUE EL RESTO DE PASOS
009050*    VEA YA LOS CAMBIOS PROGRAMADOS QUE VENCEN HOY; DESPUES
009060*    EMPVERIF, PARA QUE UN MAESTRO CON ANOMALIAS DETENGA LA
009100*    CADENA ANTES DE QUE EMPEXP ENVIE NADA A NOMINA NI EMPAFIL
009200*    A LA SEGURIDAD SOCIAL.
009300******************************************************************
009400 01  TABLA-PASOS.
009450     05 FILLER                PIC X(08) VALUE "EMPAPLIC".
009500     05 FILLER                PIC X(08) VALUE "EMPVERIF".
009600     05 FILLER                PIC X(08) VALUE "EMPEXP  ".
009650     05 FILLER                PIC X(08) VALUE "EMPAFIL ".
009700     05 FILLER                PIC X(08) VALUE "EMPLIST ".
009800     05 FILLER                PIC X(08) VALUE "EMPSTAT ".
009900     05 FILLER                PIC X(08) VALUE "EMPANIV ".
010000 01  TABLA-PASOS-R            REDEFINES TABLA-PASOS.
010100     05 TABLA-PASO-PROGRAMA   OCCURS 7 TIMES
010200                              INDEXED BY TABLA-PASO-IDX
010300                              PIC X(08).
010400
010500 01  NOCHE-TOTAL-PASOS        PIC 9(01) VALUE 7.
010600 01  NOCHE-PASO-ACTUAL        PIC 9(01) VALUE ZERO.
010700 01  NOCHE-PROGRAMA-ACTUAL    PIC X(08) VALUE SPACES.
010710
013000        88 NOCHE-CICLO-ANOTADO       VALUE "S".
013100     05 NOCHE-CADENA-ROTA-SW  PIC X(01) VALUE "N".
013200        88 NOCHE-CADENA-ROTA         VALUE "S".
013220     05 NOCHE-FIN-OPER-SW     PIC X(01) VALUE "N".
013240        88 NOCHE-FIN-OPER            VALUE "S".
013260     05 NOCHE-OPER-HALLADO-SW PIC X(01) VALUE "N".
013280        88 NOCHE-OPER-HALLADO        VALUE "S".
013300
013400 PROCEDURE DIVISION.
013500******************************************************************
019400         MOVE "NOCHE" TO NOCHE-OPERADOR
019500     END-IF.
019600
019620     IF MODO-FORZADO OR NOCHE-OPERADOR NOT = "NOCHE"
019640         PERFORM 1100-VALIDAR-OPERADOR
019660             THRU 1100-EXIT
019680     END-IF.
019700 1000-EXIT.
019800     EXIT.
019900
019901******************************************************************
019902*    1100-VALIDAR-OPERADOR
019903*    BUSCA EL OPERADOR RECIBIDO POR PARAMETRO EN EL MAESTRO DE
019904*    OPERADORES. SI NO ESTA REGISTRADO, ESTA INACTIVO O, CON
019905*    FORZAR, NO ES SUPERVISOR NI ADMINISTRADOR, LA CADENA NO
019906*    ARRANCA: NO SE ANOTA NADA EN EMPRUNCT Y SE TERMINA CON
019907*    CODIGO 8, IGUAL QUE AL NEGARSE A REPETIR UN CICLO.
019908******************************************************************
019909 1100-VALIDAR-OPERADOR.
019910     MOVE "N" TO NOCHE-OPER-HALLADO-SW.
019911     MOVE "N" TO NOCHE-FIN-OPER-SW.
019912     MOVE SPACE TO NOCHE-OPER-ROL.
019913     MOVE SPACE TO NOCHE-OPER-ESTADO.
019914
019915     OPEN INPUT OPERADORES-ARCHIVO.
019916     IF FS-STATUS-OPER = "00"
019917         PERFORM 1110-LEER-UN-OPERADOR
019918             THRU 1110-EXIT
019919             UNTIL NOCHE-FIN-OPER OR NOCHE-OPER-HALLADO
019920         CLOSE OPERADORES-ARCHIVO
019921     END-IF.
019922
019923     IF NOT NOCHE-OPER-HALLADO
019924         DISPLAY "Operador " NOCHE-OPERADOR " no registrado: "
019925             "la cadena no se lanza."
019926         MOVE 8 TO RETURN-CODE
019927         STOP RUN
019928     END-IF.
019929     IF NOT NOCHE-OPER-ACTIVO
019930         DISPLAY "Operador " NOCHE-OPERADOR " inactivo: "
019931             "la cadena no se lanza."
019932         MOVE 8 TO RETURN-CODE
019933         STOP RUN
019934     END-IF.
019935     IF MODO-FORZADO AND NOT NOCHE-OPER-PUEDE-FORZAR
019936         DISPLAY "Solo un supervisor o administrador puede "
019937             "FORZAR un ciclo: la cadena no se lanza."
019938         MOVE 8 TO RETURN-CODE
019939         STOP RUN
019940     END-IF.
019941
019942 1100-EXIT.
019943     EXIT.
019944
019945 1110-LEER-UN-OPERADOR.
019946     READ OPERADORES-ARCHIVO
019947         AT END
019948             MOVE "S" TO NOCHE-FIN-OPER-SW
019949         NOT AT END
019950             IF OPERADORES-ID = NOCHE-OPERADOR
019951                 MOVE "S" TO NOCHE-OPER-HALLADO-SW
019952                 MOVE OPERADORES-ROL    TO NOCHE-OPER-ROL
019953                 MOVE OPERADORES-ESTADO TO NOCHE-OPER-ESTADO
019954             END-IF
019955     END-READ.
019956
019957 1110-EXIT.
019958     EXIT.
020000******************************************************************
020100*    1500-COMPROBAR-CICLO
020200*    RECORRE EMPRUNCT BUSCANDO ANOTACIONES DEL CICLO DE HOY, PARA
