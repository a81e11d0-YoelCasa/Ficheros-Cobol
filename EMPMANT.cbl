002067*                        APELLIDOS, DEPARTAMENTO Y FECHA DE ALTA
002068*                        SIGUEN SIENDO INMEDIATAS, IGUAL QUE EL
002069*                        TRASLADO Y EL REINGRESO.
002071*    2026-10-15  JCR     EL OPERADOR (TECLEADO O RECIBIDO EN EL
002072*                        PARAMETRO LOTE) SE VALIDA CONTRA EL
002073*                        MAESTRO DE OPERADORES operadores.csv
002074*                        (MANTENIDO POR OPEMANT): SI NO EXISTE O
002075*                        ESTA INACTIVO EL PROGRAMA TERMINA SIN
002076*                        ABRIR NADA, CON RETURN-CODE 16.
002077*    2026-10-15  JCR     CAMBIOS CON FECHA EFECTIVA FUTURA: EL
002078*                        CAMBIO DE SALARIO PIDE SU FECHA EFECTIVA
002079*                        (ENTER = INMEDIATA), QUE VIAJA EN EMPPEND
002080*                        HASTA EMPAPROB. EL TRASLADO (INTERACTIVO O
002081*                        POR LOTE) CON FECHA EFECTIVA POSTERIOR A
002082*                        HOY NO TOCA EL MAESTRO NI EMPMOV: SE ANOTA
002083*                        EN EL FICHERO DE CAMBIOS PROGRAMADOS
002084*                        EMPPROG Y LO APLICA EMPAPLIC EN LA CADENA
002085*                        NOCTURNA CUANDO LLEGA LA FECHA.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003419         ASSIGN TO "EMPPEND"
003421         ORGANIZATION IS LINE SEQUENTIAL
003422         FILE STATUS IS FS-STATUS-PEND.
003423
003424     SELECT OPERADORES-ARCHIVO
003425         ASSIGN TO "g:\Usuarios\operadores.csv"
003426         ORGANIZATION IS LINE SEQUENTIAL
003427         FILE STATUS IS FS-STATUS-OPER.
003428
003429     SELECT CAMBIOS-PROGRAMADOS
003430         ASSIGN TO "EMPPROG"
003431         ORGANIZATION IS LINE SEQUENTIAL
003432         FILE STATUS IS FS-STATUS-PROG.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
004077     05 PEND-HORA-DECISION     PIC 9(08).
004078     05 FILLER                 PIC X(01).
004079     05 PEND-IMAGEN-ANTES      PIC X(97).
004080     05 FILLER                 PIC X(01).
004081     05 PEND-FECHA-EFECTIVA    PIC 9(08).
004081
004082 FD  OPERADORES-ARCHIVO.
004083 COPY OPEREG.
004084
004085 FD  CAMBIOS-PROGRAMADOS.
004086 COPY PROGREG.
004012
004000 WORKING-STORAGE SECTION.
004100******************************************************************
005598     "FECHA EFECTIVA DEL TRASLADO (AAAAMMDD): ".
005599 01  MANT-MSG-MISMO-DEPTO      PIC X(56) VALUE
005601     "EL NUEVO DEPARTAMENTO ES EL MISMO QUE EL ACTUAL.".
005602 01  MANT-PROMPT-FECHA-SALARIO PIC X(60) VALUE
005603     "FECHA EFECTIVA DEL SALARIO (AAAAMMDD, ENTER = INMEDIATA): ".
005600
005700******************************************************************
005800*    CONMUTADORES DE CONTROL DEL PROGRAMA
006480        88 MANT-FIN-BUSQ                    VALUE "S".
006490     05 MANT-DATOS-CAMBIADOS-SW    PIC X(01) VALUE "N".
006491        88 MANT-DATOS-CAMBIADOS             VALUE "S".
006492     05 MANT-FIN-OPER-SW           PIC X(01) VALUE "N".
006493        88 MANT-FIN-OPER                    VALUE "S".
006494     05 MANT-OPER-HALLADO-SW       PIC X(01) VALUE "N".
006495        88 MANT-OPER-HALLADO                VALUE "S".
006500
006510 01  ENTRADA-DEPTO                 PIC X(03).
006535 01  ENTRADA-ID                    PIC X(05).
007463 01  FS-STATUS-MOV                 PIC X(02).
007464 01  FS-STATUS-TRASL               PIC X(02).
007465 01  FS-STATUS-PEND                PIC X(02).
007465 01  FS-STATUS-OPER                PIC X(02).
007466 01  FS-STATUS-PROG                PIC X(02).
007466 01  MANT-MSG-PENDIENTE            PIC X(60) VALUE SPACES.
007467
007468******************************************************************
007477 01  MANT-PEND-SALARIO             PIC 9(07)V99 VALUE ZERO.
007478 01  MANT-PEND-FECHA-BAJA          PIC 9(08) VALUE ZERO.
007479 01  MANT-PEND-MOTIVO              PIC X(03) VALUE SPACES.
007480 01  MANT-PEND-FECHA-EFECTIVA      PIC 9(08) VALUE ZERO.
007462
007463******************************************************************
007464*    TABLA DE DEPARTAMENTOS VALIDOS, CARGADA AL ARRANCAR DESDE EL
007474*    MODIFICACIONES EN EMPLEADOS-HISTORIAL.
007475******************************************************************
007476 01  MANT-OPERADOR                 PIC X(08).
007476 01  MANT-OPER-ESTADO              PIC X(01) VALUE SPACE.
007476     88 MANT-OPER-ACTIVO                  VALUE "A".
007477 01  MANT-OPERACION                PIC X(01).
007478 01  MANT-IMAGEN-ANTES             PIC X(97).
007479 01  MANT-IMAGEN-DESPUES           PIC X(97).
007488 01  TRASLADO-FECHA-EFECTIVA       PIC 9(08).
007489
007490******************************************************************
007491*    FECHA DEL DIA, PARA DISTINGUIR LOS CAMBIOS QUE SE APLICAN EN
007492*    EL ACTO DE LOS QUE SE PROGRAMAN EN EMPPROG PORQUE SU FECHA
007493*    EFECTIVA TODAVIA NO HA LLEGADO.
007494******************************************************************
007495 01  MANT-FECHA-HOY                PIC 9(08) VALUE ZERO.
007489
007490******************************************************************
007491*    CAMPOS DE TRABAJO DE LA BUSQUEDA POR APELLIDO: EL APELLIDO
007492*    (Y OPCIONALMENTE EL NOMBRE) TECLEADOS SE COMPARAN POR SU
007493*    LONGITUD REAL, DE MODO QUE BASTA CON TECLEAR EL PRINCIPIO.
007508     05 LOTE-LEIDOS                PIC 9(05) COMP VALUE ZERO.
007509     05 LOTE-GRABADOS              PIC 9(05) COMP VALUE ZERO.
007511     05 LOTE-RECHAZADOS            PIC 9(05) COMP VALUE ZERO.
007512     05 LOTE-PROGRAMADOS           PIC 9(05) COMP VALUE ZERO.
007500
007600 PROCEDURE DIVISION.
007700******************************************************************
009904*    HISTORIAL DE CAMBIOS.
010100******************************************************************
010200 1000-INICIALIZAR.
010201     ACCEPT MANT-FECHA-HOY FROM DATE YYYYMMDD.
010201     IF MODO-INTERACTIVO
010202         DISPLAY MANT-MSG-OPERADOR
010203         ACCEPT MANT-OPERADOR
010204     END-IF.
010205
010205     PERFORM 1010-VALIDAR-OPERADOR
010205         THRU 1010-EXIT.
010205     IF MANT-FIN-PROGRAMA
010205         GO TO 1000-EXIT
010205     END-IF.
010205
010206     PERFORM 1020-ABRIR-HISTORIAL
010207         THRU 1020-EXIT.
010208
012016
012017 1090-EXIT.
012018     EXIT.
012019
012020******************************************************************
012021*    1010-VALIDAR-OPERADOR
012022*    BUSCA EL IDENTIFICADOR DEL OPERADOR EN EL MAESTRO DE
012023*    OPERADORES. SI NO ESTA REGISTRADO O ESTA INACTIVO NO SE LE
012024*    DEJA TRABAJAR: EL PROGRAMA TERMINA SIN ABRIR NINGUN FICHERO
012025*    Y CON RETURN-CODE 16, PARA QUE UNA CADENA QUE LANCE EL MODO
012026*    LOTE SE DETENGA. CUALQUIER ROL ACTIVO PUEDE USAR EMPMANT.
012027******************************************************************
012028 1010-VALIDAR-OPERADOR.
012029     MOVE "N" TO MANT-OPER-HALLADO-SW.
012030     MOVE "N" TO MANT-FIN-OPER-SW.
012031     MOVE SPACE TO MANT-OPER-ESTADO.
012032
012033     OPEN INPUT OPERADORES-ARCHIVO.
012034     IF FS-STATUS-OPER = "00"
012035         PERFORM 1015-LEER-UN-OPERADOR
012036             THRU 1015-EXIT
012037             UNTIL MANT-FIN-OPER OR MANT-OPER-HALLADO
012038         CLOSE OPERADORES-ARCHIVO
012039     END-IF.
012040
012041     IF NOT MANT-OPER-HALLADO
012042         DISPLAY "OPERADOR " MANT-OPERADOR
012043             " NO REGISTRADO: ACCESO DENEGADO."
012044         MOVE "S" TO MANT-FIN-SW
012045         MOVE 16 TO RETURN-CODE
012046         GO TO 1010-EXIT
012047     END-IF.
012048     IF NOT MANT-OPER-ACTIVO
012049         DISPLAY "OPERADOR " MANT-OPERADOR
012050             " INACTIVO: ACCESO DENEGADO."
012051         MOVE "S" TO MANT-FIN-SW
012052         MOVE 16 TO RETURN-CODE
012053     END-IF.
012054
012055 1010-EXIT.
012056     EXIT.
012057
012058 1015-LEER-UN-OPERADOR.
012059     READ OPERADORES-ARCHIVO
012060         AT END
012061             MOVE "S" TO MANT-FIN-OPER-SW
012062         NOT AT END
012063             IF OPERADORES-ID = MANT-OPERADOR
012064                 MOVE "S" TO MANT-OPER-HALLADO-SW
012065                 MOVE OPERADORES-ESTADO TO MANT-OPER-ESTADO
012066             END-IF
012067     END-READ.
012068
012069 1015-EXIT.
012070     EXIT.
011980
011800******************************************************************
011900*    2000-PROCESO-MENU
021887     MOVE ZERO               TO MANT-PEND-SALARIO.
021888     MOVE ENTRADA-FECHA-BAJA TO MANT-PEND-FECHA-BAJA.
021889     MOVE ENTRADA-MOTIVO     TO MANT-PEND-MOTIVO.
021894     MOVE ZERO               TO MANT-PEND-FECHA-EFECTIVA.
021897     MOVE "BAJA REGISTRADA COMO PENDIENTE DE APROBACION."
021898         TO MANT-MSG-PENDIENTE.
021899     PERFORM 4600-GRABAR-PENDIENTE THRU 4600-EXIT.
023002     MOVE MANT-PEND-FECHA-BAJA TO PEND-FECHA-BAJA.
023003     MOVE MANT-PEND-MOTIVO     TO PEND-MOTIVO-BAJA.
023004     MOVE MANT-IMAGEN-ANTES    TO PEND-IMAGEN-ANTES.
023005     MOVE MANT-PEND-FECHA-EFECTIVA TO PEND-FECHA-EFECTIVA.
023005     MOVE ZERO                 TO PEND-FECHA-DECISION.
023006     MOVE ZERO                 TO PEND-HORA-DECISION.
023007     ACCEPT PEND-FECHA FROM DATE YYYYMMDD.
025713*    CAPTURA EN EMPPEND LA SOLICITUD DE CAMBIO DE SALARIO DEL
025714*    EMPLEADO EN CURSO, CON EL SALARIO PEDIDO EN ENTRADA-SALARIO
025715*    Y LA IMAGEN DEL REGISTRO ANTES DE LA SESION DE MODIFICACION.
025716*    PIDE TAMBIEN LA FECHA EFECTIVA DEL NUEVO SALARIO: EN BLANCO
025717*    (CERO) EL CAMBIO SE APLICA AL APROBARSE; CON UNA FECHA
025718*    POSTERIOR A LA DE LA APROBACION, EMPAPROB LO DEJA PROGRAMADO
025719*    EN EMPPROG HASTA QUE LLEGUE.
025716******************************************************************
025717 5200-CAPTURAR-SALARIO.
025721     MOVE "S"                 TO MANT-PEND-TIPO.
025724     MOVE ENTRADA-SALARIO-NUM TO MANT-PEND-SALARIO.
025725     MOVE ZERO                TO MANT-PEND-FECHA-BAJA.
025726     MOVE SPACES              TO MANT-PEND-MOTIVO.
025727     MOVE ZERO                TO MANT-PEND-FECHA-EFECTIVA.
025728     MOVE "S" TO MANT-CAMPO-INVALIDO-SW.
025729     PERFORM UNTIL NOT MANT-CAMPO-INVALIDO
025730         DISPLAY MANT-PROMPT-FECHA-SALARIO
025731         ACCEPT ENTRADA-FECHA-EFECTIVA
025732         EVALUATE TRUE
025733             WHEN ENTRADA-FECHA-EFECTIVA = SPACES
025734                 MOVE "N" TO MANT-CAMPO-INVALIDO-SW
025735             WHEN ENTRADA-FECHA-EFECTIVA IS NUMERIC
025736                 AND ENTRADA-FECHA-EFECTIVA NOT = ZERO
025737                 MOVE ENTRADA-FECHA-EFECTIVA
025738                     TO MANT-PEND-FECHA-EFECTIVA
025739                 MOVE "N" TO MANT-CAMPO-INVALIDO-SW
025740             WHEN OTHER
025741                 DISPLAY MANT-MSG-FECHA-INVALIDA
025742         END-EVALUATE
025743     END-PERFORM.
025731     MOVE "CAMBIO DE SALARIO PENDIENTE DE APROBACION."
025732         TO MANT-MSG-PENDIENTE.
025733     PERFORM 4600-GRABAR-PENDIENTE THRU 4600-EXIT.
027315*    ACTUAL) Y LA FECHA EFECTIVA, ANOTA PRIMERO EL MOVIMIENTO EN
027316*    EMPMOV Y SOLO DESPUES ACTUALIZA EL MAESTRO, DEJANDO ADEMAS
027317*    LA IMAGEN ANTES/DESPUES EN EL HISTORIAL DE CAMBIOS.
027318*    SI LA FECHA EFECTIVA ES POSTERIOR A HOY EL TRASLADO NO SE
027319*    APLICA: QUEDA PROGRAMADO EN EMPPROG (6650) Y EL MAESTRO SIGUE
027320*    CON EL DEPARTAMENTO ACTUAL HASTA QUE EMPAPLIC LO APLIQUE.
027318******************************************************************
027319 6500-TRASLADAR.
027321     PERFORM 7000-LOCALIZAR-REGISTRO THRU 7000-EXIT.
027367         END-IF
027368     END-PERFORM.
027369
027370     IF TRASLADO-FECHA-EFECTIVA > MANT-FECHA-HOY
027371         PERFORM 6650-PROGRAMAR-TRASLADO THRU 6650-EXIT
027372         GO TO 6500-EXIT
027373     END-IF.
027371*    EL MOVIMIENTO SE ANOTA ANTES DE TOCAR EL MAESTRO: SI LA
027372*    GRABACION FALLA, EL TRASLADO NO SE APLICA.
027373     PERFORM 6600-GRABAR-MOVIMIENTO THRU 6600-EXIT.
027424     EXIT.
027425
027426******************************************************************
027427*    6650-PROGRAMAR-TRASLADO
027428*    ANOTA EN EL FICHERO DE CAMBIOS PROGRAMADOS EMPPROG UN TRASLADO
027429*    CUYA FECHA EFECTIVA TODAVIA NO HA LLEGADO, CREANDO EL FICHERO
027430*    SI NO EXISTE. EL PARRAFO LLAMANTE DEJA PREPARADOS
027431*    EMPLEADOS-ID, ENTRADA-DEPTO Y TRASLADO-FECHA-EFECTIVA. NI EL
027432*    MAESTRO NI EMPMOV SE TOCAN: EL MOVIMIENTO LO ANOTA EMPAPLIC
027433*    AL APLICARLO. DEJA EL STATUS EN FS-STATUS-PROG.
027434******************************************************************
027435 6650-PROGRAMAR-TRASLADO.
027436     OPEN EXTEND CAMBIOS-PROGRAMADOS.
027437     IF FS-STATUS-PROG = "35"
027438         OPEN OUTPUT CAMBIOS-PROGRAMADOS
027439     END-IF.
027440     IF FS-STATUS-PROG NOT = "00"
027441         DISPLAY "ERROR AL ABRIR EMPPROG. STATUS: "
027442             FS-STATUS-PROG
027443         GO TO 6650-EXIT
027444     END-IF.
027445
027446     MOVE SPACES                  TO PROG-REGISTRO.
027447     MOVE "P"                     TO PROG-ESTADO.
027448     MOVE "T"                     TO PROG-TIPO.
027449     MOVE EMPLEADOS-ID            TO PROG-ID.
027450     MOVE TRASLADO-FECHA-EFECTIVA TO PROG-FECHA-EFECTIVA.
027451     MOVE ZERO                    TO PROG-SALARIO-NUEVO.
027452     MOVE ENTRADA-DEPTO           TO PROG-DEPTO-NUEVO.
027453     MOVE "EMPMANT"               TO PROG-ORIGEN.
027454     MOVE MANT-OPERADOR           TO PROG-OPERADOR.
027455     MOVE ZERO                    TO PROG-FECHA-APLICACION.
027456     ACCEPT PROG-FECHA            FROM DATE YYYYMMDD.
027457     ACCEPT PROG-HORA             FROM TIME.
027458     WRITE PROG-REGISTRO.
027459     IF FS-STATUS-PROG NOT = "00"
027460         DISPLAY "ERROR AL PROGRAMAR EL TRASLADO. STATUS: "
027461             FS-STATUS-PROG
027462     ELSE
027463         DISPLAY "TRASLADO PROGRAMADO, ID: " EMPLEADOS-ID
027464             " FECHA EFECTIVA: " TRASLADO-FECHA-EFECTIVA
027465     END-IF.
027466     CLOSE CAMBIOS-PROGRAMADOS.
027467
027468 6650-EXIT.
027469     EXIT.
027470
027426******************************************************************
027427*    6700-TRASLADOS-LOTE
027428*    CARGA MASIVA DE TRASLADOS: LEE CADA TRANSACCION DEL FICHERO
027429*    EMPTRASL Y LA APLICA SIN INTERVENCION DEL OPERADOR, CON LAS
027431*    MISMAS VALIDACIONES Y EL MISMO ORDEN (PRIMERO EL MOVIMIENTO,
027432*    DESPUES EL MAESTRO) QUE EL TRASLADO INTERACTIVO. AL FINAL SE
027433*    VUELCA EL MAESTRO A empleados.csv UNA SOLA VEZ.
027434*    LOS TRASLADOS CON FECHA EFECTIVA FUTURA SE PROGRAMAN EN
027435*    EMPPROG, IGUAL QUE EN EL TRASLADO INTERACTIVO.
027434******************************************************************
027435 6700-TRASLADOS-LOTE.
027436     DISPLAY "CARGA DE TRASLADOS POR LOTE. LEYENDO EMPTRASL...".
027437     MOVE ZERO TO LOTE-LEIDOS LOTE-GRABADOS LOTE-RECHAZADOS.
027438     MOVE ZERO TO LOTE-PROGRAMADOS.
027438     MOVE "N" TO MANT-FIN-TRASL-SW.
027439
027441     OPEN INPUT EMPLEADOS-TRASLADOS.
027458     DISPLAY "TRASLADOS LEIDOS    : " LOTE-LEIDOS.
027459     DISPLAY "TRASLADOS APLICADOS : " LOTE-GRABADOS.
027461     DISPLAY "TRASLADOS RECHAZADOS: " LOTE-RECHAZADOS.
027462     DISPLAY "TRASLADOS PROGRAMADOS: " LOTE-PROGRAMADOS.
027462
027463 6700-EXIT.
027464     EXIT.
027527     MOVE TRASL-DEPTO-NUEVO     TO ENTRADA-DEPTO.
027528     MOVE TRASL-FECHA-EFECTIVA  TO TRASLADO-FECHA-EFECTIVA.
027529
027530     IF TRASLADO-FECHA-EFECTIVA > MANT-FECHA-HOY
027531         PERFORM 6650-PROGRAMAR-TRASLADO THRU 6650-EXIT
027532         IF FS-STATUS-PROG = "00"
027533             ADD 1 TO LOTE-PROGRAMADOS
027534         ELSE
027535             ADD 1 TO LOTE-RECHAZADOS
027536         END-IF
027537         GO TO 6720-EXIT
027538     END-IF.
027531     PERFORM 6600-GRABAR-MOVIMIENTO THRU 6600-EXIT.
027532     IF FS-STATUS-MOV NOT = "00"
027533         ADD 1 TO LOTE-RECHAZADOS
