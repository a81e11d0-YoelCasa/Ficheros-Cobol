002500*    FECHA       AUTOR   DESCRIPCION
002600*    ----------  ------  ------------------------------------
002700*    2026-09-01  JCR     PROGRAMA INICIAL.
002710*    2026-10-15  JCR     EL SUPERVISOR SE VALIDA CONTRA EL
002720*                        MAESTRO DE OPERADORES operadores.csv:
002730*                        DEBE EXISTIR, ESTAR ACTIVO Y TENER ROL
002740*                        DE SUPERVISOR O ADMINISTRADOR. NADIE
002750*                        PUEDE DECIDIR SOBRE UNA SOLICITUD QUE
002760*                        HAYA CAPTURADO EL MISMO: SE DEJA
002770*                        PENDIENTE PARA OTRO SUPERVISOR.
002774*    2026-10-15  JCR     EL CAMBIO DE SALARIO CON FECHA EFECTIVA
002778*                        POSTERIOR A HOY NO SE APLICA AL
002780*                        APROBARSE: SE ANOTA EN EL FICHERO DE
002782*                        CAMBIOS PROGRAMADOS EMPPROG Y LO APLICA
002786*                        EMPAPLIC EN LA CADENA NOCTURNA CUANDO
002790*                        LLEGA LA FECHA.
002794*                        LA SOLICITUD QUEDA APROBADA IGUALMENTE.
002795*    2026-10-15  JCR     REVISA TAMBIEN LAS INCIDENCIAS DE NOMINA
002796*                        DE incidencias.csv QUE SUPERAN EL
002797*                        UMBRAL DE APROBACION (INCMANT): EL
002798*                        SUPERVISOR LAS APRUEBA O RECHAZA Y SOLO
002799*                        LAS ADMITIDAS LAS EXTRAE INCEXT.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004800         ASSIGN TO "g:\Usuarios\exempleados.csv"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FS-STATUS-EXEMP.
005010
005020     SELECT OPERADORES-ARCHIVO
005030         ASSIGN TO "g:\Usuarios\operadores.csv"
005040         ORGANIZATION IS LINE SEQUENTIAL
005050         FILE STATUS IS FS-STATUS-OPER.
005055
005060     SELECT CAMBIOS-PROGRAMADOS
005065         ASSIGN TO "EMPPROG"
005070         ORGANIZATION IS LINE SEQUENTIAL
005075         FILE STATUS IS FS-STATUS-PROG.
005079
005083     SELECT INCIDENCIAS-ARCHIVO
005087         ASSIGN TO "g:\Usuarios\incidencias.csv"
005091         ORGANIZATION IS LINE SEQUENTIAL
005095         FILE STATUS IS FS-STATUS-INC.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
008300     05 PEND-HORA-DECISION     PIC 9(08).
008400     05 FILLER                 PIC X(01).
008500     05 PEND-IMAGEN-ANTES      PIC X(97).
008520     05 FILLER                 PIC X(01).
008540     05 PEND-FECHA-EFECTIVA    PIC 9(08).
008600
008700 FD  EMPLEADOS-ARCHIVO.
008800 COPY EMPREG.
010600
010700 FD  EXEMPLEADOS-ARCHIVO.
010800 01  EXEMP-REGISTRO            PIC X(97).
010810
010820 FD  OPERADORES-ARCHIVO.
010830 COPY OPEREG.
010850
010870 FD  CAMBIOS-PROGRAMADOS.
010890 COPY PROGREG.
010893
010896 FD  INCIDENCIAS-ARCHIVO.
010899 COPY INCREG.
010900
011000 WORKING-STORAGE SECTION.
011100******************************************************************
011500 01  FS-STATUS-PEND           PIC X(02).
011600 01  FS-STATUS-HIST           PIC X(02).
011700 01  FS-STATUS-EXEMP          PIC X(02).
011710 01  FS-STATUS-OPER           PIC X(02).
011760 01  FS-STATUS-PROG           PIC X(02).
011780 01  FS-STATUS-INC            PIC X(02).
011800
011900 01  MSG-SUPERVISOR           PIC X(44) VALUE
012000     "INTRODUZCA SU IDENTIFICADOR DE SUPERVISOR: ".
012100
012200 01  APRO-SUPERVISOR          PIC X(08).
012210 01  APRO-OPER-ROL            PIC X(01) VALUE SPACE.
012220     88 APRO-OPER-PUEDE-APROBAR      VALUES "S" "A".
012230 01  APRO-OPER-ESTADO         PIC X(01) VALUE SPACE.
012240     88 APRO-OPER-ACTIVO             VALUE "A".
012300 01  ENTRADA-DECISION         PIC X(01).
012350 01  APRO-FECHA-HOY            PIC 9(08) VALUE ZERO.
012400
012500******************************************************************
012600*    TABLA DEL MAESTRO EN MEMORIA: EL FICHERO SE LEE ENTERO Y,
014500     05 TABLA-PEN-TOTAL       PIC 9(03) COMP VALUE ZERO.
014600     05 TABLA-PEN-ENTRADA     OCCURS 500 TIMES
014700                              INDEXED BY TABLA-PEN-IDX.
014800        10 TABLA-PEN-REGISTRO PIC X(193).
014900
015000 01  MSG-PEND-LLENA           PIC X(60) VALUE
015100     "AVISO: tabla de pendientes llena, se ignora el resto.".
017400        88 APRO-HAY-APLICADOS        VALUE "S".
017500     05 APRO-HAY-DECISIONES-SW PIC X(01) VALUE "N".
017600        88 APRO-HAY-DECISIONES       VALUE "S".
017610     05 APRO-FIN-OPER-SW      PIC X(01) VALUE "N".
017620        88 APRO-FIN-OPER             VALUE "S".
017630     05 APRO-OPER-HALLADO-SW  PIC X(01) VALUE "N".
017640        88 APRO-OPER-HALLADO         VALUE "S".
017700
017702******************************************************************
017704*    INCIDENCIAS DE NOMINA (incidencias.csv, MANTENIDO POR
017706*    INCMANT): SE CARGAN EN MEMORIA, SE REVISAN LAS PENDIENTES DE
017708*    APROBACION Y EL FICHERO SE REESCRIBE ENTERO AL FINAL CON LAS
017710*    DECISIONES TOMADAS, COMO EMPPEND.
017712******************************************************************
017714 COPY INCCON.
017716
017718 01  TABLA-INCIDENCIAS.
017720     05 TABLA-INC-TOTAL       PIC 9(05) COMP VALUE ZERO.
017722     05 TABLA-INC-ENTRADA     OCCURS 5000 TIMES
017724                              INDEXED BY TABLA-INC-IDX.
017726        10 TABLA-INC-REGISTRO PIC X(71).
017728
017730 01  MSG-INC-LLENA            PIC X(60) VALUE
017732     "AVISO: tabla de incidencias llena, se ignora el resto.".
017734
017736 01  APRO-INC-CONTADORES.
017738     05 APRO-INC-PENDIENTES   PIC 9(05) COMP VALUE ZERO.
017740     05 APRO-INC-APROBADAS    PIC 9(05) COMP VALUE ZERO.
017742     05 APRO-INC-RECHAZADAS   PIC 9(05) COMP VALUE ZERO.
017744     05 APRO-INC-DEJADAS      PIC 9(05) COMP VALUE ZERO.
017746
017748 01  APRO-INC-SWITCHES.
017750     05 APRO-FIN-INC-SW       PIC X(01) VALUE "N".
017752        88 APRO-FIN-INC              VALUE "S".
017754     05 APRO-INC-LLENA-SW     PIC X(01) VALUE "N".
017756        88 APRO-INC-LLENA            VALUE "S".
017758     05 APRO-HAY-DECISIONES-INC-SW PIC X(01) VALUE "N".
017760        88 APRO-HAY-DECISIONES-INC   VALUE "S".
017762     05 APRO-CONCEPTO-HALLADO-SW PIC X(01) VALUE "N".
017764        88 APRO-CONCEPTO-HALLADO     VALUE "S".
017766
017768 01  APRO-INC-DESCRIPCION     PIC X(20) VALUE SPACES.
017770 01  APRO-INC-CANTIDAD-ED     PIC ZZZZ9.99.
017772 01  APRO-INC-IMPORTE-ED      PIC ZZZZZZ9.99.
017774
017800 PROCEDURE DIVISION.
017900******************************************************************
018000*    0000-MAINLINE
020000             PERFORM 4000-APLICAR-RESULTADOS
020100                 THRU 4000-EXIT
020200     END-EVALUATE.
020220
020240     PERFORM 5000-REVISAR-INCIDENCIAS
020260         THRU 5000-EXIT.
020300
020400     PERFORM 9000-FINALIZAR
020500         THRU 9000-EXIT.
021800 1000-INICIALIZAR.
021900     DISPLAY MSG-SUPERVISOR.
022000     ACCEPT APRO-SUPERVISOR.
022010
022020     PERFORM 1100-VALIDAR-SUPERVISOR
022030         THRU 1100-EXIT.
022080     ACCEPT APRO-FECHA-HOY FROM DATE YYYYMMDD.
022100
022200     OPEN EXTEND EMPLEADOS-HISTORIAL.
022300     IF FS-STATUS-HIST = "35"
023200
023300 1000-EXIT.
023400     EXIT.
023410
023413******************************************************************
023416*    1100-VALIDAR-SUPERVISOR
023419*    BUSCA EL IDENTIFICADOR TECLEADO EN EL MAESTRO DE OPERADORES.
023422*    SOLO UN SUPERVISOR O ADMINISTRADOR ACTIVO PUEDE APROBAR O
023425*    RECHAZAR CAMBIOS; EN CUALQUIER OTRO CASO EL PROGRAMA TERMINA
023428*    SIN HABER ABIERTO NINGUN FICHERO, CON RETURN-CODE 16.
023431******************************************************************
023434 1100-VALIDAR-SUPERVISOR.
023437     MOVE "N" TO APRO-OPER-HALLADO-SW.
023440     MOVE "N" TO APRO-FIN-OPER-SW.
023443     MOVE SPACE TO APRO-OPER-ROL.
023446     MOVE SPACE TO APRO-OPER-ESTADO.
023449
023452     OPEN INPUT OPERADORES-ARCHIVO.
023455     IF FS-STATUS-OPER = "00"
023458         PERFORM 1110-LEER-UN-OPERADOR
023461             THRU 1110-EXIT
023464             UNTIL APRO-FIN-OPER OR APRO-OPER-HALLADO
023467         CLOSE OPERADORES-ARCHIVO
023470     END-IF.
023473
023476     IF NOT APRO-OPER-HALLADO
023479         DISPLAY "SUPERVISOR " APRO-SUPERVISOR
023482             " NO REGISTRADO: ACCESO DENEGADO."
023485         MOVE 16 TO RETURN-CODE
023488         STOP RUN
023491     END-IF.
023494     IF NOT APRO-OPER-ACTIVO
023497         DISPLAY "SUPERVISOR " APRO-SUPERVISOR
023500             " INACTIVO: ACCESO DENEGADO."
023503         MOVE 16 TO RETURN-CODE
023506         STOP RUN
023509     END-IF.
023512     IF NOT APRO-OPER-PUEDE-APROBAR
023515         DISPLAY "EL IDENTIFICADOR " APRO-SUPERVISOR
023518             " NO TIENE ROL DE SUPERVISOR: ACCESO DENEGADO."
023521         MOVE 16 TO RETURN-CODE
023524         STOP RUN
023527     END-IF.
023530
023533 1100-EXIT.
023536     EXIT.
023539
023542 1110-LEER-UN-OPERADOR.
023545     READ OPERADORES-ARCHIVO
023548         AT END
023551             MOVE "S" TO APRO-FIN-OPER-SW
023554         NOT AT END
023557             IF OPERADORES-ID = APRO-SUPERVISOR
023560                 MOVE "S" TO APRO-OPER-HALLADO-SW
023563                 MOVE OPERADORES-ROL    TO APRO-OPER-ROL
023566                 MOVE OPERADORES-ESTADO TO APRO-OPER-ESTADO
023569             END-IF
023572     END-READ.
023575
023578 1110-EXIT.
023581     EXIT.
023584
023600******************************************************************
023700*    2000-CARGAR-MAESTRO
023800*    LEE empleados.csv ENTERO Y LO DEJA EN LA TABLA-EMPLEADOS.
033700     IF NOT PEND-PENDIENTE
033800         GO TO 3000-EXIT
033900     END-IF.
033905
033910*    SEPARACION DE FUNCIONES: QUIEN CAPTURO LA SOLICITUD NO PUEDE
033915*    SER QUIEN LA APRUEBE O LA RECHACE.
033920     IF PEND-OPERADOR = APRO-SUPERVISOR
033925         DISPLAY SPACE
033930         DISPLAY "SOLICITUD DEL EMPLEADO " PEND-ID
033935             " CAPTURADA POR USTED MISMO: QUEDA PENDIENTE "
033940             "PARA OTRO SUPERVISOR."
033945         ADD 1 TO APRO-DEJADAS
033950         GO TO 3000-EXIT
033955     END-IF.
034000
034100     DISPLAY SPACE.
034200     IF PEND-TIPO-SALARIO
035400     IF PEND-TIPO-SALARIO
035500         DISPLAY "SALARIO ACTUAL: " EMPLEADOS-SALARIO
035600         DISPLAY "SALARIO PEDIDO: " PEND-SALARIO-NUEVO
035620         IF PEND-FECHA-EFECTIVA IS NUMERIC
035640             AND PEND-FECHA-EFECTIVA NOT = ZERO
035660             DISPLAY "FECHA EFECTIVA: " PEND-FECHA-EFECTIVA
035680         END-IF
035700     ELSE
035800         DISPLAY "FECHA DE BAJA PEDIDA: " PEND-FECHA-BAJA
035900         DISPLAY "MOTIVO DE BAJA......: " PEND-MOTIVO-BAJA
038300*    CAMBIO EN EL HISTORIAL CON EL SUPERVISOR COMO OPERADOR (Y LA
038400*    BAJA, ADEMAS, EN exempleados.csv) Y MARCA LA SOLICITUD COMO
038500*    APROBADA. SI EL EMPLEADO YA NO ADMITE EL CAMBIO, LA
038600*    SOLICITUD SE DEJA PENDIENTE Y SE AVISA. EL CAMBIO DE
038620*    SALARIO CON FECHA EFECTIVA FUTURA NO TOCA EL MAESTRO: SE
038640*    PROGRAMA EN EMPPROG (3800).
038700******************************************************************
038800 3100-APROBAR.
038900     PERFORM 3500-BUSCAR-EMPLEADO THRU 3500-EXIT.
040300         GO TO 3100-EXIT
040400     END-IF.
040500
040510     IF PEND-TIPO-SALARIO
040520         AND PEND-FECHA-EFECTIVA IS NUMERIC
040530         AND PEND-FECHA-EFECTIVA > APRO-FECHA-HOY
040540         PERFORM 3800-PROGRAMAR-SALARIO THRU 3800-EXIT
040550         GO TO 3100-EXIT
040560     END-IF.
040600     MOVE EMPLEADOS-REGISTRO TO HIST-IMAGEN-ANTES.
040700
040800     IF PEND-TIPO-SALARIO
054900 3700-EXIT.
055000     EXIT.
055100
055101******************************************************************
055102*    3800-PROGRAMAR-SALARIO
055103*    APRUEBA UN CAMBIO DE SALARIO CUYA FECHA EFECTIVA TODAVIA NO
055104*    HA LLEGADO: LO ANOTA EN EL FICHERO DE CAMBIOS PROGRAMADOS
055105*    EMPPROG (CREANDOLO SI NO EXISTE), CON EL SUPERVISOR COMO
055106*    OPERADOR, Y MARCA LA SOLICITUD COMO APROBADA. EL MAESTRO Y
055107*    EL HISTORIAL NO SE TOCAN HASTA QUE EMPAPLIC LO APLIQUE. SI
055108*    EMPPROG NO SE PUEDE GRABAR, LA SOLICITUD QUEDA PENDIENTE.
055109******************************************************************
055110 3800-PROGRAMAR-SALARIO.
055111     OPEN EXTEND CAMBIOS-PROGRAMADOS.
055112     IF FS-STATUS-PROG = "35"
055113         OPEN OUTPUT CAMBIOS-PROGRAMADOS
055114     END-IF.
055115     IF FS-STATUS-PROG NOT = "00"
055116         DISPLAY "ERROR AL ABRIR EMPPROG. STATUS: " FS-STATUS-PROG
055117         DISPLAY "LA SOLICITUD QUEDA PENDIENTE."
055118         ADD 1 TO APRO-DEJADAS
055119         GO TO 3800-EXIT
055120     END-IF.
055121
055122     MOVE SPACES              TO PROG-REGISTRO.
055123     MOVE "P"                 TO PROG-ESTADO.
055124     MOVE "S"                 TO PROG-TIPO.
055125     MOVE PEND-ID             TO PROG-ID.
055126     MOVE PEND-FECHA-EFECTIVA TO PROG-FECHA-EFECTIVA.
055127     MOVE PEND-SALARIO-NUEVO  TO PROG-SALARIO-NUEVO.
055128     MOVE "EMPAPROB"          TO PROG-ORIGEN.
055129     MOVE APRO-SUPERVISOR     TO PROG-OPERADOR.
055130     MOVE ZERO                TO PROG-FECHA-APLICACION.
055131     ACCEPT PROG-FECHA        FROM DATE YYYYMMDD.
055132     ACCEPT PROG-HORA         FROM TIME.
055133     WRITE PROG-REGISTRO.
055134     IF FS-STATUS-PROG NOT = "00"
055135         DISPLAY "ERROR AL GRABAR EN EMPPROG. STATUS: "
055136             FS-STATUS-PROG
055137         DISPLAY "LA SOLICITUD QUEDA PENDIENTE."
055138         ADD 1 TO APRO-DEJADAS
055139         CLOSE CAMBIOS-PROGRAMADOS
055140         GO TO 3800-EXIT
055141     END-IF.
055142     CLOSE CAMBIOS-PROGRAMADOS.
055143
055144     DISPLAY "SALARIO PROGRAMADO PARA EL " PEND-FECHA-EFECTIVA
055145         ": " PEND-SALARIO-NUEVO.
055146     MOVE "A" TO PEND-ESTADO.
055147     PERFORM 3300-ANOTAR-DECISION THRU 3300-EXIT.
055148     ADD 1 TO APRO-APROBADAS.
055149
055150 3800-EXIT.
055151     EXIT.
055200******************************************************************
055300*    4000-APLICAR-RESULTADOS
055400*    SI HUBO APROBACIONES, REESCRIBE empleados.csv DESDE LA TABLA
064700     DISPLAY "Aprobadas             : " APRO-APROBADAS.
064800     DISPLAY "Rechazadas            : " APRO-RECHAZADAS.
064900     DISPLAY "Dejadas pendientes    : " APRO-DEJADAS.
064920     DISPLAY "Incidencias pendientes: " APRO-INC-PENDIENTES.
064940     DISPLAY "Aprobadas             : " APRO-INC-APROBADAS.
064960     DISPLAY "Rechazadas            : " APRO-INC-RECHAZADAS.
064980     DISPLAY "Dejadas pendientes    : " APRO-INC-DEJADAS.
065000
065100 9000-EXIT.
065200     EXIT.
065300
065400
065500******************************************************************
065600*    5000-REVISAR-INCIDENCIAS
065700*    CARGA incidencias.csv Y PRESENTA AL SUPERVISOR CADA
065800*    INCIDENCIA DE NOMINA QUE QUEDO PENDIENTE DE APROBACION POR
065900*    SUPERAR EL UMBRAL. SI HUBO DECISIONES, REESCRIBE EL FICHERO.
066000*    SI NO CABE ENTERO EN LA TABLA NO SE REVISA NINGUNA, PARA NO
066100*    PERDER AL REESCRIBIRLO LAS INCIDENCIAS QUE NO CUPIERON.
066200******************************************************************
066300 5000-REVISAR-INCIDENCIAS.
066400     PERFORM 5100-CARGAR-INCIDENCIAS
066500         THRU 5100-EXIT.
066600
066700     EVALUATE TRUE
066800         WHEN APRO-INC-LLENA
066900             DISPLAY "incidencias.csv MAYOR QUE LA TABLA DE "
067000                 "INCIDENCIAS: NO SE REVISA NINGUNA."
067100             MOVE 16 TO RETURN-CODE
067200         WHEN APRO-INC-PENDIENTES = ZERO
067300             DISPLAY "NO HAY INCIDENCIAS DE NOMINA PENDIENTES DE "
067400                 "APROBACION."
067500         WHEN OTHER
067600             PERFORM 5200-REVISAR-INCIDENCIA
067700                 THRU 5200-EXIT
067800                 VARYING TABLA-INC-IDX FROM 1 BY 1
067900                 UNTIL TABLA-INC-IDX > TABLA-INC-TOTAL
068000             IF APRO-HAY-DECISIONES-INC
068100                 PERFORM 5500-REESCRIBIR-INCIDENCIAS
068200                     THRU 5500-EXIT
068300             END-IF
068400     END-EVALUATE.
068500
068600 5000-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000*    5100-CARGAR-INCIDENCIAS
069100*    LEE incidencias.csv ENTERO Y LO DEJA EN LA TABLA-INCIDENCIAS,
069200*    CONTANDO CUANTAS SIGUEN PENDIENTES DE APROBACION.
069300******************************************************************
069400 5100-CARGAR-INCIDENCIAS.
069500     MOVE ZERO TO TABLA-INC-TOTAL.
069600     MOVE ZERO TO APRO-INC-PENDIENTES.
069700     MOVE "N" TO APRO-FIN-INC-SW.
069800
069900     OPEN INPUT INCIDENCIAS-ARCHIVO.
070000     IF FS-STATUS-INC NOT = "00"
070100         DISPLAY "NO HAY FICHERO DE INCIDENCIAS "
070200             "(incidencias.csv). STATUS: " FS-STATUS-INC
070300         GO TO 5100-EXIT
070400     END-IF.
070500
070600     PERFORM 5110-LEER-UNA-INCIDENCIA
070700         THRU 5110-EXIT
070800         UNTIL APRO-FIN-INC.
070900     CLOSE INCIDENCIAS-ARCHIVO.
071000
071100 5100-EXIT.
071200     EXIT.
071300
071400 5110-LEER-UNA-INCIDENCIA.
071500     READ INCIDENCIAS-ARCHIVO
071600         AT END
071700             MOVE "S" TO APRO-FIN-INC-SW
071800         NOT AT END
071900             IF TABLA-INC-TOTAL < 5000
072000                 ADD 1 TO TABLA-INC-TOTAL
072100                 MOVE INCIDENCIAS-REGISTRO TO
072200                     TABLA-INC-REGISTRO(TABLA-INC-TOTAL)
072300                 IF INCIDENCIAS-PENDIENTE
072400                     ADD 1 TO APRO-INC-PENDIENTES
072500                 END-IF
072600             ELSE
072700                 IF NOT APRO-INC-LLENA
072800                     DISPLAY MSG-INC-LLENA
072900                     MOVE "S" TO APRO-INC-LLENA-SW
073000                 END-IF
073100             END-IF
073200     END-READ.
073300
073400 5110-EXIT.
073500     EXIT.
073600
073700******************************************************************
073800*    5200-REVISAR-INCIDENCIA
073900*    PRESENTA LA INCIDENCIA ACTUAL DE LA TABLA (SI SIGUE
074000*    PENDIENTE) CON EL EMPLEADO, EL CONCEPTO Y EL IMPORTE, Y PIDE
074100*    LA DECISION DEL SUPERVISOR: APROBAR, RECHAZAR O DEJARLA
074200*    PENDIENTE. SOLO SE APRUEBA SI EL EMPLEADO SIGUE ACTIVO.
074300******************************************************************
074400 5200-REVISAR-INCIDENCIA.
074500     MOVE TABLA-INC-REGISTRO(TABLA-INC-IDX)
074510         TO INCIDENCIAS-REGISTRO.
074600     IF NOT INCIDENCIAS-PENDIENTE
074700         GO TO 5200-EXIT
074800     END-IF.
074900
075000*    SEPARACION DE FUNCIONES, IGUAL QUE EN LAS SOLICITUDES DE
075100*    EMPPEND: QUIEN CAPTURO LA INCIDENCIA NO PUEDE DECIDIRLA.
075200     IF INCIDENCIAS-OPERADOR = APRO-SUPERVISOR
075300         DISPLAY SPACE
075400         DISPLAY "INCIDENCIA DEL EMPLEADO " INCIDENCIAS-ID
075500             " CAPTURADA POR USTED MISMO: QUEDA PENDIENTE "
075600             "PARA OTRO SUPERVISOR."
075700         ADD 1 TO APRO-INC-DEJADAS
075800         GO TO 5200-EXIT
075900     END-IF.
076000
076100     PERFORM 5300-BUSCAR-EMPLEADO-INC THRU 5300-EXIT.
076200     PERFORM 5400-BUSCAR-CONCEPTO THRU 5400-EXIT.
076300
076400     DISPLAY SPACE.
076500     DISPLAY "INCIDENCIA DE NOMINA PENDIENTE DE APROBACION".
076600     DISPLAY "EMPLEADO.....: " INCIDENCIAS-ID.
076700     IF APRO-HALLADO
076800         MOVE TABLA-EMP-REGISTRO(APRO-IDX-HALLADO)
076900             TO EMPLEADOS-REGISTRO
077000         DISPLAY "NOMBRE.......: " EMPLEADOS-NOMBRE " "
077100             EMPLEADOS-APELLIDO1
077200     END-IF.
077300     DISPLAY "CAPTURADA....: " INCIDENCIAS-FECHA " "
077400         INCIDENCIAS-HORA " POR " INCIDENCIAS-OPERADOR.
077500     DISPLAY "MES NOMINA...: " INCIDENCIAS-MES.
077600     DISPLAY "CONCEPTO.....: " INCIDENCIAS-CONCEPTO " "
077700         APRO-INC-DESCRIPCION.
077800     IF INCIDENCIAS-CANTIDAD NOT = ZERO
077900         MOVE INCIDENCIAS-CANTIDAD TO APRO-INC-CANTIDAD-ED
078000         DISPLAY "CANTIDAD.....: " APRO-INC-CANTIDAD-ED
078100     END-IF.
078200     MOVE INCIDENCIAS-IMPORTE TO APRO-INC-IMPORTE-ED.
078300     DISPLAY "IMPORTE......: " APRO-INC-IMPORTE-ED.
078400
078500     DISPLAY "A=APROBAR, R=RECHAZAR, ENTER=DEJAR PENDIENTE: ".
078600     ACCEPT ENTRADA-DECISION.
078700
078800     EVALUATE ENTRADA-DECISION
078900         WHEN "A"
079000         WHEN "a"
079100             PERFORM 5210-APROBAR-INCIDENCIA THRU 5210-EXIT
079200         WHEN "R"
079300         WHEN "r"
079400             MOVE "R" TO INCIDENCIAS-ESTADO
079500             PERFORM 5250-ANOTAR-DECISION-INC THRU 5250-EXIT
079600             ADD 1 TO APRO-INC-RECHAZADAS
079700             DISPLAY "INCIDENCIA RECHAZADA: NO SE EXTRAERA PARA "
079800                 "NOMINA."
079900         WHEN OTHER
080000             ADD 1 TO APRO-INC-DEJADAS
080100             DISPLAY "LA INCIDENCIA QUEDA PENDIENTE."
080200     END-EVALUATE.
080300
080400 5200-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800*    5210-APROBAR-INCIDENCIA
080900*    ADMITE LA INCIDENCIA ACTUAL PARA EL EXTRACTO DE NOMINA. SI EL
081000*    EMPLEADO YA NO ESTA EN EL MAESTRO O ESTA DADO DE BAJA (POR
081100*    EJEMPLO, POR UNA BAJA APROBADA EN ESTA MISMA SESION), LA
081200*    INCIDENCIA SE DEJA PENDIENTE Y SE AVISA.
081300******************************************************************
081400 5210-APROBAR-INCIDENCIA.
081500     IF NOT APRO-HALLADO
081600         DISPLAY "EL EMPLEADO YA NO ESTA EN EL MAESTRO: LA "
081700             "INCIDENCIA QUEDA PENDIENTE."
081800         ADD 1 TO APRO-INC-DEJADAS
081900         GO TO 5210-EXIT
082000     END-IF.
082100     IF EMPLEADOS-EN-BAJA
082200         DISPLAY "EL EMPLEADO YA ESTA DADO DE BAJA: LA "
082300             "INCIDENCIA QUEDA PENDIENTE."
082400         ADD 1 TO APRO-INC-DEJADAS
082500         GO TO 5210-EXIT
082600     END-IF.
082700
082800     MOVE "A" TO INCIDENCIAS-ESTADO.
082900     PERFORM 5250-ANOTAR-DECISION-INC THRU 5250-EXIT.
083000     ADD 1 TO APRO-INC-APROBADAS.
083100     DISPLAY "INCIDENCIA APROBADA: SE EXTRAERA PARA NOMINA.".
083200
083300 5210-EXIT.
083400     EXIT.
083500
083600******************************************************************
083700*    5250-ANOTAR-DECISION-INC
083800*    COMPLETA LA INCIDENCIA ACTUAL CON EL SUPERVISOR Y LA FECHA DE
083900*    LA DECISION Y LA DEVUELVE A LA TABLA.
084000******************************************************************
084100 5250-ANOTAR-DECISION-INC.
084200     MOVE APRO-SUPERVISOR TO INCIDENCIAS-SUPERVISOR.
084300     MOVE APRO-FECHA-HOY  TO INCIDENCIAS-FECHA-DECISION.
084400     MOVE INCIDENCIAS-REGISTRO
084410         TO TABLA-INC-REGISTRO(TABLA-INC-IDX).
084500     MOVE "S" TO APRO-HAY-DECISIONES-INC-SW.
084600
084700 5250-EXIT.
084800     EXIT.
084900
085000******************************************************************
085100*    5300-BUSCAR-EMPLEADO-INC
085200*    BUSCA EN LA TABLA DEL MAESTRO EL EMPLEADO DE LA INCIDENCIA
085300*    ACTUAL; SI LO ENCUENTRA, ACTIVA APRO-HALLADO Y DEJA SU
085400*    POSICION EN APRO-IDX-HALLADO.
085500******************************************************************
085600 5300-BUSCAR-EMPLEADO-INC.
085700     MOVE "N" TO APRO-HALLADO-SW.
085800     PERFORM 5310-COMPARAR-EMPLEADO-INC
085900         THRU 5310-EXIT
086000         VARYING TABLA-EMP-IDX FROM 1 BY 1
086100         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL
086200         OR APRO-HALLADO.
086300
086400 5300-EXIT.
086500     EXIT.
086600
086700 5310-COMPARAR-EMPLEADO-INC.
086800     IF TABLA-EMP-REGISTRO(TABLA-EMP-IDX) (1:5) = INCIDENCIAS-ID
086900         MOVE "S" TO APRO-HALLADO-SW
087000         SET APRO-IDX-HALLADO TO TABLA-EMP-IDX
087100     END-IF.
087200
087300 5310-EXIT.
087400     EXIT.
087500
087600******************************************************************
087700*    5400-BUSCAR-CONCEPTO
087800*    DEJA EN APRO-INC-DESCRIPCION LA DESCRIPCION DEL CONCEPTO DE
087900*    LA INCIDENCIA ACTUAL SEGUN LA TABLA DE INCCON.CPY.
088000******************************************************************
088100 5400-BUSCAR-CONCEPTO.
088200     MOVE "N" TO APRO-CONCEPTO-HALLADO-SW.
088300     MOVE SPACES TO APRO-INC-DESCRIPCION.
088400     PERFORM 5410-COMPARAR-CONCEPTO
088500         THRU 5410-EXIT
088600         VARYING TABLA-CON-IDX FROM 1 BY 1
088700         UNTIL TABLA-CON-IDX > TABLA-CON-TOTAL
088800         OR APRO-CONCEPTO-HALLADO.
088900
089000 5400-EXIT.
089100     EXIT.
089200
089300 5410-COMPARAR-CONCEPTO.
089400     IF TABLA-CON-CODIGO(TABLA-CON-IDX) = INCIDENCIAS-CONCEPTO
089500         MOVE "S" TO APRO-CONCEPTO-HALLADO-SW
089600         MOVE TABLA-CON-DESCRIPCION(TABLA-CON-IDX)
089700             TO APRO-INC-DESCRIPCION
089800     END-IF.
089900
090000 5410-EXIT.
090100     EXIT.
090200
090300******************************************************************
090400*    5500-REESCRIBIR-INCIDENCIAS
090500*    REESCRIBE incidencias.csv DESDE LA TABLA CON LOS ESTADOS
090600*    ACTUALIZADOS, CONSERVANDO LAS INCIDENCIAS YA DECIDIDAS.
090700******************************************************************
090800 5500-REESCRIBIR-INCIDENCIAS.
090900     OPEN OUTPUT INCIDENCIAS-ARCHIVO.
091000     IF FS-STATUS-INC NOT = "00"
091100         DISPLAY "No se pudo reescribir incidencias.csv. STATUS: "
091200             FS-STATUS-INC
091300         MOVE 16 TO RETURN-CODE
091400         GO TO 5500-EXIT
091500     END-IF.
091600
091700     PERFORM 5510-GRABAR-UNA-INCIDENCIA
091800         THRU 5510-EXIT
091900         VARYING TABLA-INC-IDX FROM 1 BY 1
092000         UNTIL TABLA-INC-IDX > TABLA-INC-TOTAL.
092100     CLOSE INCIDENCIAS-ARCHIVO.
092200
092300 5500-EXIT.
092400     EXIT.
092500
092600 5510-GRABAR-UNA-INCIDENCIA.
092700     MOVE TABLA-INC-REGISTRO(TABLA-INC-IDX)
092710         TO INCIDENCIAS-REGISTRO.
092800     WRITE INCIDENCIAS-REGISTRO.
092900     IF FS-STATUS-INC NOT = "00"
093000         DISPLAY "Error al grabar incidencias.csv. STATUS: "
093100             FS-STATUS-INC
093200         MOVE 16 TO RETURN-CODE
093300     END-IF.
093400
093500 5510-EXIT.
093600     EXIT.
093700
093800 END PROGRAM EMPAPROB.
