002000*                   empleados.csv; SOLO CON EL PARAMETRO DE
002100*                   EJECUCION "REAL" SE REESCRIBE EL MAESTRO CON
002200*                   LOS SALARIOS REVISADOS.
002210*                   CON "REAL AAAAMMDD" Y UNA FECHA POSTERIOR A
002220*                   HOY, LA REVISION NO TOCA EL MAESTRO: CADA
002230*                   SALARIO REVISADO SE ANOTA EN EL FICHERO DE
002240*                   CAMBIOS PROGRAMADOS EMPPROG CON ESA FECHA
002250*                   EFECTIVA Y LO APLICA EMPAPLIC EN LA CADENA
002260*                   NOCTURNA CUANDO LLEGA EL DIA.
002300*
002400*    HISTORIAL DE MODIFICACIONES
002500*    FECHA       AUTOR   DESCRIPCION
002720*                        DE BAJA QUEDAN FUERA DE LA REVISION Y DE
002730*                        LOS TOTALES, AUNQUE SE CONSERVAN TAL
002740*                        CUAL AL REESCRIBIR EL MAESTRO.
002750*    2026-10-15  JCR     NUEVO PARAMETRO OPCIONAL DE FECHA
002760*                        EFECTIVA EN MODO REAL (REAL AAAAMMDD): SI
002770*                        ES FUTURA, LOS SALARIOS REVISADOS SE
002780*                        PROGRAMAN EN EMPPROG EN VEZ DE REESCRIBIR
002790*                        empleados.csv.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004600         ASSIGN TO "EMPREVIS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FS-STATUS-LISTADO.
004810
004820     SELECT CAMBIOS-PROGRAMADOS
004830         ASSIGN TO "EMPPROG"
004840         ORGANIZATION IS LINE SEQUENTIAL
004850         FILE STATUS IS FS-STATUS-PROG.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
006100
006200 FD  REVISION-LISTADO.
006300 01  LINEA-LISTADO            PIC X(100).
006320
006340 FD  CAMBIOS-PROGRAMADOS.
006360 COPY PROGREG.
006400
006500 WORKING-STORAGE SECTION.
006600******************************************************************
011200 01  FS-STATUS                PIC X(02).
011300 01  FS-STATUS-PARAM          PIC X(02).
011400 01  FS-STATUS-LISTADO        PIC X(02).
011450 01  FS-STATUS-PROG           PIC X(02).
011500 01  WS-FECHA-SISTEMA         PIC 9(08).
011600 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
011700     05 WS-FECHA-AAAA         PIC 9(04).
012600******************************************************************
012700*    PARAMETRO DE EJECUCION: "REAL" APLICA LA REVISION SOBRE EL
012800*    MAESTRO; CUALQUIER OTRO VALOR DEJA EL PROGRAMA EN SIMULACION.
012820*    "REAL AAAAMMDD" CON UNA FECHA POSTERIOR A HOY PROGRAMA LA
012840*    REVISION EN EMPPROG PARA ESA FECHA EFECTIVA.
012900******************************************************************
013000 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
013100 01  WS-PARM-MODO             PIC X(10) VALUE SPACES.
013120 01  WS-PARM-FECHA-EFECTIVA    PIC X(08) VALUE SPACES.
013140 01  WS-PARM-FECHA-NUM         REDEFINES WS-PARM-FECHA-EFECTIVA
013160                               PIC 9(08).
013200
013300 01  MODO-EJECUCION-SW        PIC X(01) VALUE "S".
013400     88 MODO-REAL                    VALUE "R".
013500     88 MODO-SIMULACION              VALUE "S".
013550     88 MODO-PROGRAMADO              VALUE "P".
013600
013700******************************************************************
013800*    TABLA DE REGLAS DE REVISION, CARGADA DESDE EMPREVPA.
017600     05 REV-TOTAL-NUEVO       PIC 9(11)V99 VALUE ZERO.
017700     05 REV-TOTAL-DIFERENCIA  PIC 9(11)V99 VALUE ZERO.
017800     05 REV-REVISADOS         PIC 9(05) COMP VALUE ZERO.
017850     05 REV-PROGRAMADOS       PIC 9(05) COMP VALUE ZERO.
017900
018000 01  REV-SWITCHES.
018100     05 REV-FIN-FICHERO-SW    PIC X(01) VALUE "N".
020700     PERFORM 4000-ESCRIBIR-TOTALES
020800         THRU 4000-EXIT.
020900
021000     EVALUATE TRUE
021100         WHEN MODO-REAL
021150             PERFORM 5000-ACTUALIZAR-MAESTRO
021200                 THRU 5000-EXIT
021250         WHEN MODO-PROGRAMADO
021300             PERFORM 5500-PROGRAMAR-REVISION
021350                 THRU 5500-EXIT
021400         WHEN OTHER
021450             DISPLAY "Simulacion: empleados.csv NO se ha "
021500                 "modificado."
021550     END-EVALUATE.
021600
021700     PERFORM 9000-FINALIZAR
021800         THRU 9000-EXIT.
023000 1000-INICIALIZAR.
023100     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
023200     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
023300         INTO WS-PARM-MODO WS-PARM-FECHA-EFECTIVA.
023350     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
023400     IF WS-PARM-MODO = "REAL"
023500         SET MODO-REAL TO TRUE
023600         MOVE "MODO REAL   " TO LC1-MODO
023900         MOVE "SIMULACION  " TO LC1-MODO
024000     END-IF.
024100
024105*    LA FECHA EFECTIVA SOLO CUENTA EN MODO REAL. UNA FECHA DE HOY
024110*    O ANTERIOR NO SE PUEDE PROGRAMAR: LA REVISION SE APLICA EN EL
024115*    ACTO, COMO SIN FECHA.
024120     IF MODO-REAL
024125         AND WS-PARM-FECHA-EFECTIVA NOT = SPACES
024130         IF WS-PARM-FECHA-EFECTIVA IS NOT NUMERIC
024135             DISPLAY "Fecha efectiva invalida en el parametro: "
024140                 WS-PARM-FECHA-EFECTIVA
024145             MOVE 16 TO RETURN-CODE
024150             STOP RUN
024155         END-IF
024160         IF WS-PARM-FECHA-NUM > WS-FECHA-SISTEMA
024165             SET MODO-PROGRAMADO TO TRUE
024170             MOVE "PROGRAMADA  " TO LC1-MODO
024175             DISPLAY "Revision programada para el "
024180                 WS-PARM-FECHA-EFECTIVA
024185         ELSE
024190             DISPLAY "Fecha efectiva no posterior a hoy: la "
024195                 "revision se aplica en el acto."
024200         END-IF
024205     END-IF.
024210
024300     MOVE WS-FECHA-AAAA TO LC1-FECHA (1:4).
024400     MOVE WS-FECHA-MM   TO LC1-FECHA (6:2).
024500     MOVE WS-FECHA-DD   TO LC1-FECHA (9:2).
054700 5100-EXIT.
054800     EXIT.
054900
054901******************************************************************
054902*    5500-PROGRAMAR-REVISION
054903*    SOLO CON FECHA EFECTIVA FUTURA: EN VEZ DE REESCRIBIR
054904*    empleados.csv, AÑADE A EMPPROG UN CAMBIO DE SALARIO
054905*    PROGRAMADO POR CADA EMPLEADO ACTIVO CUYO SALARIO CAMBIA CON
054906*    LA REVISION. EL MAESTRO CONSERVA LOS SALARIOS VIGENTES
054907*    HASTA QUE EMPAPLIC APLIQUE LOS CAMBIOS.
054908******************************************************************
054909 5500-PROGRAMAR-REVISION.
054910*    SI LA TABLA SE LLENO, LOS EMPLEADOS QUE NO CUPIERON SE
054911*    QUEDARIAN SIN REVISION: NO SE PROGRAMA NADA.
054912     IF REV-TABLA-LLENA
054913         DISPLAY "Maestro mayor que la tabla: NO se programa "
054914             "la revision."
054915         MOVE 16 TO RETURN-CODE
054916         GO TO 5500-EXIT
054917     END-IF.
054918
054919     OPEN EXTEND CAMBIOS-PROGRAMADOS.
054920     IF FS-STATUS-PROG = "35"
054921         OPEN OUTPUT CAMBIOS-PROGRAMADOS
054922     END-IF.
054923     IF FS-STATUS-PROG NOT = "00"
054924         DISPLAY "No se pudo abrir EMPPROG. STATUS: "
054925             FS-STATUS-PROG
054926         MOVE 16 TO RETURN-CODE
054927         GO TO 5500-EXIT
054928     END-IF.
054929
054930     PERFORM 5510-PROGRAMAR-UN-EMPLEADO
054931         THRU 5510-EXIT
054932         VARYING TABLA-EMP-IDX FROM 1 BY 1
054933         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
054934     CLOSE CAMBIOS-PROGRAMADOS.
054935     DISPLAY "Cambios de salario programados en EMPPROG: "
054936         REV-PROGRAMADOS.
054937
054938 5500-EXIT.
054939     EXIT.
054940
054941 5510-PROGRAMAR-UN-EMPLEADO.
054942     MOVE TABLA-EMP-REGISTRO(TABLA-EMP-IDX)
054943         TO EMPLEADOS-REGISTRO.
054944     IF EMPLEADOS-EN-BAJA
054945         OR TABLA-EMP-SAL-NUEVO(TABLA-EMP-IDX) = EMPLEADOS-SALARIO
054946         GO TO 5510-EXIT
054947     END-IF.
054948
054949     MOVE SPACES                  TO PROG-REGISTRO.
054950     MOVE "P"                     TO PROG-ESTADO.
054951     MOVE "S"                     TO PROG-TIPO.
054952     MOVE EMPLEADOS-ID            TO PROG-ID.
054953     MOVE WS-PARM-FECHA-NUM       TO PROG-FECHA-EFECTIVA.
054954     MOVE TABLA-EMP-SAL-NUEVO(TABLA-EMP-IDX)
054955         TO PROG-SALARIO-NUEVO.
054956     MOVE "EMPREVSA"              TO PROG-ORIGEN.
054957     MOVE "EMPREVSA"              TO PROG-OPERADOR.
054958     MOVE ZERO                    TO PROG-FECHA-APLICACION.
054959     ACCEPT PROG-FECHA            FROM DATE YYYYMMDD.
054960     ACCEPT PROG-HORA             FROM TIME.
054961     WRITE PROG-REGISTRO.
054962     IF FS-STATUS-PROG NOT = "00"
054963         DISPLAY "Error al grabar EMPPROG. STATUS: "
054964             FS-STATUS-PROG " ID: " EMPLEADOS-ID
054965         MOVE 16 TO RETURN-CODE
054966     ELSE
054967         ADD 1 TO REV-PROGRAMADOS
054968     END-IF.
054969
054970 5510-EXIT.
054971     EXIT.
054972
055000******************************************************************
055100*    3400-ESCRIBIR-CABECERA
055200*    INICIA UNA PAGINA NUEVA: MODO, FECHA, NUMERO DE PAGINA Y
060000
060100     DISPLAY "Empleados leidos  : " TABLA-EMP-TOTAL.
060200     DISPLAY "Empleados revisados: " REV-REVISADOS.
060220     IF MODO-PROGRAMADO
060240         DISPLAY "Cambios programados: " REV-PROGRAMADOS
060260     END-IF.
060300
060400 9000-EXIT.
060500     EXIT.
