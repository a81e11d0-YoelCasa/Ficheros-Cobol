000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPAPLIC.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: EMPAPLIC
000900*    DESCRIPCION..: APLICACION DE LOS CAMBIOS PROGRAMADOS. LEE EL
001000*                   FICHERO DE CAMBIOS CON FECHA EFECTIVA FUTURA
001100*                   EMPPROG (GRABADO POR EMPMANT, EMPAPROB Y
001200*                   EMPREVSA) Y APLICA AL MAESTRO empleados.csv,
001300*                   EN EL ORDEN DEL FICHERO, LOS QUE YA HAN
001400*                   VENCIDO (FECHA EFECTIVA HOY O ANTERIOR): EL
001500*                   CAMBIO DE SALARIO SE ANOTA EN EL HISTORIAL
001600*                   EMPHIST COMO MODIFICACION "M" Y EL TRASLADO,
001700*                   EN EL HISTORICO DE MOVIMIENTOS EMPMOV Y EN EL
001800*                   HISTORIAL COMO OPERACION "T", CON EL OPERADOR
001900*                   QUE LO PROGRAMO. LOS CAMBIOS QUE YA NO SE
002000*                   PUEDEN APLICAR (EMPLEADO INEXISTENTE O DE
002100*                   BAJA, DEPARTAMENTO QUE YA NO EXISTE, TRASLADO
002200*                   AL DEPARTAMENTO ACTUAL) SE MARCAN COMO
002300*                   ANULADOS CON SU MOTIVO. SE IMPRIME UN INFORME
002400*                   CON LOS CAMBIOS APLICADOS Y ANULADOS EN LA
002500*                   EJECUCION Y LOS QUE SIGUEN EN ESPERA DE SU
002600*                   FECHA. ES EL PRIMER PASO DE LA CADENA
002700*                   NOCTURNA EMPNOCHE, PARA QUE EMPVERIF, EMPEXP
002800*                   Y LOS INFORMES VEAN YA LOS VALORES VIGENTES.
002900*                   CODIGOS DE RETORNO: 4 SI SE ANULO ALGUN
003000*                   CAMBIO, 16 ANTE UN ERROR GRAVE.
003100*
003200*    HISTORIAL DE MODIFICACIONES
003300*    FECHA       AUTOR   DESCRIPCION
003400*    ----------  ------  ------------------------------------
003500*    2026-10-15  JCR     PROGRAMA INICIAL.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT EMPLEADOS-ARCHIVO
004400         ASSIGN TO "g:\Usuarios\empleados.csv"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FS-STATUS.
004700
004800     SELECT DEPARTAMENTOS-ARCHIVO
004900         ASSIGN TO "g:\Usuarios\departamentos.csv"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FS-STATUS-DEPTOS.
005200
005300     SELECT CAMBIOS-PROGRAMADOS
005400         ASSIGN TO "EMPPROG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FS-STATUS-PROG.
005700
005800     SELECT EMPLEADOS-HISTORIAL
005900         ASSIGN TO "EMPHIST"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FS-STATUS-HIST.
006200
006300     SELECT EMPLEADOS-MOVIMIENTOS
006400         ASSIGN TO "EMPMOV"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FS-STATUS-MOV.
006700
006800     SELECT APLICACION-LISTADO
006900         ASSIGN TO "EMPAPLIS"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FS-STATUS-LISTADO.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  EMPLEADOS-ARCHIVO.
007600 COPY EMPREG.
007700
007800 FD  DEPARTAMENTOS-ARCHIVO.
007900 COPY DEPREG.
008000
008100 FD  CAMBIOS-PROGRAMADOS.
008200 COPY PROGREG.
008300
008400 FD  EMPLEADOS-HISTORIAL.
008500 01  HIST-REGISTRO.
008600     05 HIST-OPERACION         PIC X(01).
008700        88 HIST-OPER-BAJA             VALUE "B".
008800        88 HIST-OPER-MODIFICACION     VALUE "M".
008900        88 HIST-OPER-TRASLADO         VALUE "T".
009000        88 HIST-OPER-REINGRESO        VALUE "R".
009100     05 FILLER                 PIC X(01).
009200     05 HIST-FECHA             PIC 9(08).
009300     05 FILLER                 PIC X(01).
009400     05 HIST-HORA              PIC 9(08).
009500     05 FILLER                 PIC X(01).
009600     05 HIST-OPERADOR          PIC X(08).
009700     05 FILLER                 PIC X(01).
009800     05 HIST-IMAGEN-ANTES      PIC X(97).
009900     05 FILLER                 PIC X(01).
010000     05 HIST-IMAGEN-DESPUES    PIC X(97).
010100
010200 FD  EMPLEADOS-MOVIMIENTOS.
010300 01  MOV-REGISTRO.
010400     05 MOV-ID                 PIC 9(05).
010500     05 FILLER                 PIC X(01).
010600     05 MOV-DEPTO-ANTERIOR     PIC X(03).
010700     05 FILLER                 PIC X(01).
010800     05 MOV-DEPTO-NUEVO        PIC X(03).
010900     05 FILLER                 PIC X(01).
011000     05 MOV-FECHA-EFECTIVA     PIC 9(08).
011100     05 FILLER                 PIC X(01).
011200     05 MOV-FECHA              PIC 9(08).
011300     05 FILLER                 PIC X(01).
011400     05 MOV-HORA               PIC 9(08).
011500     05 FILLER                 PIC X(01).
011600     05 MOV-OPERADOR           PIC X(08).
011700
011800 FD  APLICACION-LISTADO.
011900 01  LINEA-LISTADO            PIC X(100).
012000
012100 WORKING-STORAGE SECTION.
012200******************************************************************
012300*    LINEAS DE CABECERA, SECCION, DETALLE Y RESUMEN DEL INFORME
012400******************************************************************
012500 01  LIN-CABECERA-1.
012600     05 FILLER                PIC X(39) VALUE
012700        "APLICACION DE CAMBIOS PROGRAMADOS".
012800     05 FILLER                PIC X(07) VALUE "FECHA: ".
012900     05 LC1-FECHA             PIC 9999/99/99 VALUE ZERO.
013000     05 FILLER                PIC X(08) VALUE SPACES.
013100     05 FILLER                PIC X(08) VALUE "PAGINA: ".
013200     05 LC1-PAGINA            PIC ZZZ9.
013300
013400 01  LIN-CABECERA-2.
013500     05 FILLER                PIC X(07) VALUE "ID".
013600     05 FILLER                PIC X(10) VALUE "TIPO".
013700     05 FILLER                PIC X(12) VALUE "F.EFECTIVA".
013800     05 FILLER                PIC X(14) VALUE "  ACTUAL".
013900     05 FILLER                PIC X(14) VALUE "  NUEVO".
014000     05 FILLER                PIC X(10) VALUE "ORIGEN".
014100     05 FILLER                PIC X(30) VALUE "RESULTADO".
014200
014300 01  LIN-SECCION.
014400     05 LS-TITULO             PIC X(60).
014500
014600 01  LIN-DETALLE.
014700     05 LD-ID                 PIC ZZZZ9.
014800     05 FILLER                PIC X(02) VALUE SPACES.
014900     05 LD-TIPO               PIC X(08).
015000     05 FILLER                PIC X(02) VALUE SPACES.
015100     05 LD-FECHA-EFECTIVA     PIC 9999/99/99.
015200     05 FILLER                PIC X(02) VALUE SPACES.
015300     05 LD-ACTUAL             PIC X(12).
015400     05 FILLER                PIC X(02) VALUE SPACES.
015500     05 LD-NUEVO              PIC X(12).
015600     05 FILLER                PIC X(02) VALUE SPACES.
015700     05 LD-ORIGEN             PIC X(08).
015800     05 FILLER                PIC X(02) VALUE SPACES.
015900     05 LD-RESULTADO          PIC X(33).
016000
016100 01  LIN-RESUMEN.
016200     05 LR-TEXTO              PIC X(40).
016300     05 LR-CANTIDAD           PIC ZZZZ9.
016400
016500 01  APLI-SALARIO-EDITADO     PIC Z.ZZZ.ZZ9,99.
016600 01  APLI-LINEA-SALIDA        PIC X(100) VALUE SPACES.
016700
016800******************************************************************
016900*    VARIABLES DE CONTROL DEL PROGRAMA
017000******************************************************************
017100 01  FS-STATUS                PIC X(02).
017200 01  FS-STATUS-DEPTOS         PIC X(02).
017300 01  FS-STATUS-PROG           PIC X(02).
017400 01  FS-STATUS-HIST           PIC X(02).
017500 01  FS-STATUS-MOV            PIC X(02).
017600 01  FS-STATUS-LISTADO        PIC X(02).
017700 01  WS-FECHA-SISTEMA         PIC 9(08).
017800 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
017900     05 WS-FECHA-AAAA         PIC 9(04).
018000     05 WS-FECHA-MM           PIC 9(02).
018100     05 WS-FECHA-DD           PIC 9(02).
018200
018300 01  CONTADORES.
018400     05 CNT-LINEAS-PAGINA     PIC 9(03) COMP VALUE ZERO.
018500     05 CNT-PAGINA            PIC 9(03) COMP VALUE ZERO.
018600     05 MAX-LINEAS-PAGINA     PIC 9(03) COMP VALUE 20.
018700
018800******************************************************************
018900*    TABLA DEL MAESTRO EN MEMORIA: EL FICHERO SE LEE ENTERO Y,
019000*    SI SE APLICA ALGUN CAMBIO, SE REESCRIBE empleados.csv DESDE
019100*    AQUI, IGUAL QUE HACEN EMPREVSA Y EMPAPROB.
019200******************************************************************
019300 01  TABLA-EMPLEADOS.
019400     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
019500     05 TABLA-EMP-ENTRADA     OCCURS 10000 TIMES
019600                              INDEXED BY TABLA-EMP-IDX.
019700        10 TABLA-EMP-REGISTRO PIC X(97).
019800
019900 01  MSG-TABLA-LLENA          PIC X(60) VALUE
020000     "AVISO: tabla de empleados llena, no se aplican cambios.".
020100
020200******************************************************************
020300*    TABLA DE DEPARTAMENTOS VIGENTES, CARGADA DESDE EL MAESTRO
020400*    departamentos.csv: UN TRASLADO A UN DEPARTAMENTO QUE YA NO
020500*    FIGURA EN ELLA SE ANULA.
020600******************************************************************
020700 01  TABLA-DEPTOS.
020800     05 TABLA-DEPTOS-TOTAL    PIC 9(03) COMP VALUE ZERO.
020900     05 TABLA-DEPTOS-ENTRADA  OCCURS 50 TIMES
021000                              INDEXED BY TABLA-DEPTOS-IDX.
021100        10 TABLA-DEPTOS-CODIGO PIC X(03).
021200
021300******************************************************************
021400*    TABLA DE CAMBIOS PROGRAMADOS EN MEMORIA: SE RECORRE DOS
021500*    VECES (VENCIDOS Y EN ESPERA) Y EMPPROG SE REESCRIBE ENTERO
021600*    AL FINAL CON EL ESTADO DE CADA CAMBIO, CONSERVANDO LOS YA
021700*    APLICADOS O ANULADOS EN EJECUCIONES ANTERIORES.
021800******************************************************************
021900 01  TABLA-PROGRAMADOS.
022000     05 TABLA-PROG-TOTAL      PIC 9(04) COMP VALUE ZERO.
022100     05 TABLA-PROG-ENTRADA    OCCURS 2000 TIMES
022200                              INDEXED BY TABLA-PROG-IDX.
022300        10 TABLA-PROG-REGISTRO PIC X(108).
022400
022500 01  MSG-PROG-LLENA           PIC X(60) VALUE
022600     "AVISO: tabla de cambios programados llena.".
022700
022800******************************************************************
022900*    CAMPOS DE TRABAJO DE LA APLICACION DE UN CAMBIO.
023000******************************************************************
023100 01  APLI-IDX-HALLADO         PIC 9(05) COMP VALUE ZERO.
023200 01  APLI-IMAGEN-ANTES        PIC X(97).
023300 01  APLI-OPERACION           PIC X(01).
023400 01  APLI-DEPTO-ANTERIOR      PIC X(03).
023500 01  APLI-MOTIVO              PIC X(30).
023600
023700 01  APLI-CONTADORES.
023800     05 APLI-PENDIENTES       PIC 9(05) COMP VALUE ZERO.
023900     05 APLI-APLICADOS        PIC 9(05) COMP VALUE ZERO.
024000     05 APLI-ANULADOS         PIC 9(05) COMP VALUE ZERO.
024100     05 APLI-EN-ESPERA        PIC 9(05) COMP VALUE ZERO.
024200     05 APLI-NO-APLICADOS     PIC 9(05) COMP VALUE ZERO.
024300
024400 01  APLI-SWITCHES.
024500     05 APLI-FIN-MAESTRO-SW   PIC X(01) VALUE "N".
024600        88 APLI-FIN-MAESTRO          VALUE "S".
024700     05 APLI-FIN-DEPTOS-SW    PIC X(01) VALUE "N".
024800        88 APLI-FIN-DEPTOS           VALUE "S".
024900     05 APLI-FIN-PROG-SW      PIC X(01) VALUE "N".
025000        88 APLI-FIN-PROG             VALUE "S".
025100     05 APLI-HALLADO-SW       PIC X(01) VALUE "N".
025200        88 APLI-HALLADO              VALUE "S".
025300     05 APLI-DEPTO-VALIDO-SW  PIC X(01) VALUE "N".
025400        88 APLI-DEPTO-VALIDO         VALUE "S".
025500     05 APLI-TABLA-LLENA-SW   PIC X(01) VALUE "N".
025600        88 APLI-TABLA-LLENA          VALUE "S".
025700     05 APLI-DEPTOS-LLENOS-SW PIC X(01) VALUE "N".
025800        88 APLI-DEPTOS-LLENOS        VALUE "S".
025900     05 APLI-PROG-LLENA-SW    PIC X(01) VALUE "N".
026000        88 APLI-PROG-LLENA           VALUE "S".
026100     05 APLI-HAY-APLICADOS-SW PIC X(01) VALUE "N".
026200        88 APLI-HAY-APLICADOS        VALUE "S".
026300     05 APLI-HAY-CAMBIOS-SW   PIC X(01) VALUE "N".
026400        88 APLI-HAY-CAMBIOS          VALUE "S".
026500     05 APLI-HAY-LINEAS-SW    PIC X(01) VALUE "N".
026600        88 APLI-HAY-LINEAS           VALUE "S".
026700     05 APLI-ERROR-MAESTRO-SW PIC X(01) VALUE "N".
026800        88 APLI-ERROR-MAESTRO        VALUE "S".
026900
027000 PROCEDURE DIVISION.
027100******************************************************************
027200*    0000-MAINLINE
027300*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.
027400******************************************************************
027500 0000-MAINLINE.
027600     PERFORM 1000-INICIALIZAR
027700         THRU 1000-EXIT.
027800
027900     PERFORM 2000-CARGAR-MAESTRO
028000         THRU 2000-EXIT.
028100
028200     PERFORM 2200-CARGAR-DEPTOS
028300         THRU 2200-EXIT.
028400
028500     PERFORM 2500-CARGAR-PROGRAMADOS
028600         THRU 2500-EXIT.
028700
028800     EVALUATE TRUE
028900*        SI EMPPROG O EL MAESTRO NO CABEN EN SU TABLA, REESCRIBIRLOS
029000*        PERDERIA LOS REGISTROS QUE NO CUPIERON: NO SE APLICA NADA.
029100         WHEN APLI-PROG-LLENA
029200             DISPLAY "EMPPROG mayor que la tabla de cambios: NO "
029300                 "se aplica nada."
029400             MOVE 16 TO RETURN-CODE
029500         WHEN APLI-TABLA-LLENA
029600             DISPLAY "Maestro mayor que la tabla: NO se aplica "
029700                 "nada."
029800             MOVE 16 TO RETURN-CODE
029900         WHEN APLI-PENDIENTES = ZERO
030000             DISPLAY "No hay cambios programados pendientes."
030100         WHEN OTHER
030200             PERFORM 1100-ABRIR-HISTORICOS
030300                 THRU 1100-EXIT
030400             MOVE "CAMBIOS VENCIDOS: APLICADOS Y ANULADOS"
030500                 TO LS-TITULO
030600             PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT
030700             PERFORM 3000-PROCESAR-PROGRAMADO
030800                 THRU 3000-EXIT
030900                 VARYING TABLA-PROG-IDX FROM 1 BY 1
031000                 UNTIL TABLA-PROG-IDX > TABLA-PROG-TOTAL
031100             PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT
031200             MOVE "CAMBIOS EN ESPERA DE SU FECHA EFECTIVA"
031300                 TO LS-TITULO
031400             PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT
031500             PERFORM 4000-LISTAR-EN-ESPERA
031600                 THRU 4000-EXIT
031700                 VARYING TABLA-PROG-IDX FROM 1 BY 1
031800                 UNTIL TABLA-PROG-IDX > TABLA-PROG-TOTAL
031900             PERFORM 3950-CERRAR-SECCION THRU 3950-EXIT
032000             PERFORM 5000-APLICAR-RESULTADOS
032100                 THRU 5000-EXIT
032200             CLOSE EMPLEADOS-HISTORIAL
032300             CLOSE EMPLEADOS-MOVIMIENTOS
032400     END-EVALUATE.
032500
032600     PERFORM 6000-ESCRIBIR-RESUMEN
032700         THRU 6000-EXIT.
032800
032900     PERFORM 9000-FINALIZAR
033000         THRU 9000-EXIT.
033100
033200     STOP RUN.
033300
033400 0000-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*    1000-INICIALIZAR
033900*    OBTIENE LA FECHA DEL DIA, QUE DECIDE QUE CAMBIOS HAN VENCIDO,
034000*    Y ABRE EL INFORME.
034100******************************************************************
034200 1000-INICIALIZAR.
034300     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
034400     MOVE WS-FECHA-AAAA TO LC1-FECHA (1:4).
034500     MOVE WS-FECHA-MM   TO LC1-FECHA (6:2).
034600     MOVE WS-FECHA-DD   TO LC1-FECHA (9:2).
034700
034800     OPEN OUTPUT APLICACION-LISTADO.
034900     IF FS-STATUS-LISTADO NOT = "00"
035000         DISPLAY "Error al abrir el informe. STATUS: "
035100             FS-STATUS-LISTADO
035200         MOVE 16 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500
035600 1000-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    1100-ABRIR-HISTORICOS
036100*    ABRE EL HISTORIAL DE CAMBIOS Y EL HISTORICO DE MOVIMIENTOS
036200*    PARA AÑADIR AL FINAL, O LOS CREA SI TODAVIA NO EXISTEN, CON
036300*    LA MISMA LOGICA EXTEND/OUTPUT QUE EMPMANT. SIN ELLOS NO SE
036400*    PUEDE APLICAR NADA SIN PERDER LA AUDITORIA.
036500******************************************************************
036600 1100-ABRIR-HISTORICOS.
036700     OPEN EXTEND EMPLEADOS-HISTORIAL.
036800     IF FS-STATUS-HIST = "35"
036900         OPEN OUTPUT EMPLEADOS-HISTORIAL
037000     END-IF.
037100     IF FS-STATUS-HIST NOT = "00"
037200         DISPLAY "Error fatal en el historial de cambios. "
037300             "STATUS: " FS-STATUS-HIST
037400         CLOSE APLICACION-LISTADO
037500         MOVE 16 TO RETURN-CODE
037600         STOP RUN
037700     END-IF.
037800
037900     OPEN EXTEND EMPLEADOS-MOVIMIENTOS.
038000     IF FS-STATUS-MOV = "35"
038100         OPEN OUTPUT EMPLEADOS-MOVIMIENTOS
038200     END-IF.
038300     IF FS-STATUS-MOV NOT = "00"
038400         DISPLAY "Error fatal en el historico de movimientos. "
038500             "STATUS: " FS-STATUS-MOV
038600         CLOSE EMPLEADOS-HISTORIAL
038700         CLOSE APLICACION-LISTADO
038800         MOVE 16 TO RETURN-CODE
038900         STOP RUN
039000     END-IF.
039100
039200 1100-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    2000-CARGAR-MAESTRO
039700*    LEE empleados.csv ENTERO Y LO DEJA EN LA TABLA-EMPLEADOS.
039800******************************************************************
039900 2000-CARGAR-MAESTRO.
040000     OPEN INPUT EMPLEADOS-ARCHIVO.
040100     IF FS-STATUS NOT = "00"
040200         DISPLAY "No se ha podido abrir empleados.csv. STATUS: "
040300             FS-STATUS
040400         CLOSE APLICACION-LISTADO
040500         MOVE 16 TO RETURN-CODE
040600         STOP RUN
040700     END-IF.
040800
040900     MOVE "N" TO APLI-FIN-MAESTRO-SW.
041000     PERFORM 2100-LEER-UN-EMPLEADO
041100         THRU 2100-EXIT
041200         UNTIL APLI-FIN-MAESTRO.
041300     CLOSE EMPLEADOS-ARCHIVO.
041400
041500 2000-EXIT.
041600     EXIT.
041700
041800 2100-LEER-UN-EMPLEADO.
041900     READ EMPLEADOS-ARCHIVO
042000         AT END
042100             MOVE "S" TO APLI-FIN-MAESTRO-SW
042200         NOT AT END
042300             IF TABLA-EMP-TOTAL < 10000
042400                 ADD 1 TO TABLA-EMP-TOTAL
042500                 MOVE EMPLEADOS-REGISTRO TO
042600                     TABLA-EMP-REGISTRO(TABLA-EMP-TOTAL)
042700             ELSE
042800                 IF NOT APLI-TABLA-LLENA
042900                     DISPLAY MSG-TABLA-LLENA
043000                     MOVE "S" TO APLI-TABLA-LLENA-SW
043100                 END-IF
043200             END-IF
043300     END-READ.
043400
043500 2100-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900*    2200-CARGAR-DEPTOS
044000*    CARGA EN LA TABLA-DEPTOS LOS CODIGOS DEL MAESTRO DE
044100*    DEPARTAMENTOS. SI EL MAESTRO NO SE PUEDE ABRIR, LA TABLA
044200*    QUEDA VACIA Y LOS TRASLADOS VENCIDOS SE DEJAN PENDIENTES.
044300******************************************************************
044400 2200-CARGAR-DEPTOS.
044500     OPEN INPUT DEPARTAMENTOS-ARCHIVO.
044600     IF FS-STATUS-DEPTOS NOT = "00"
044700         DISPLAY "AVISO: no se pudo abrir departamentos.csv. "
044800             "STATUS: " FS-STATUS-DEPTOS
044900         GO TO 2200-EXIT
045000     END-IF.
045100
045200     MOVE "N" TO APLI-FIN-DEPTOS-SW.
045300     PERFORM 2210-LEER-UN-DEPTO
045400         THRU 2210-EXIT
045500         UNTIL APLI-FIN-DEPTOS.
045600     CLOSE DEPARTAMENTOS-ARCHIVO.
045700
045800 2200-EXIT.
045900     EXIT.
046000
046100 2210-LEER-UN-DEPTO.
046200     READ DEPARTAMENTOS-ARCHIVO
046300         AT END
046400             MOVE "S" TO APLI-FIN-DEPTOS-SW
046500         NOT AT END
046600             IF TABLA-DEPTOS-TOTAL < 50
046700                 ADD 1 TO TABLA-DEPTOS-TOTAL
046800                 MOVE DEPARTAMENTOS-CODIGO TO
046900                     TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-TOTAL)
047000             ELSE
047100                 IF NOT APLI-DEPTOS-LLENOS
047200                     DISPLAY "AVISO: tabla de departamentos "
047300                         "llena, se ignora el resto."
047400                     MOVE "S" TO APLI-DEPTOS-LLENOS-SW
047500                 END-IF
047600             END-IF
047700     END-READ.
047800
047900 2210-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300*    2500-CARGAR-PROGRAMADOS
048400*    LEE EMPPROG ENTERO Y LO DEJA EN LA TABLA-PROGRAMADOS,
048500*    CONTANDO LOS CAMBIOS TODAVIA PENDIENTES. SI EMPPROG NO
048600*    EXISTE NO HAY NADA PROGRAMADO.
048700******************************************************************
048800 2500-CARGAR-PROGRAMADOS.
048900     OPEN INPUT CAMBIOS-PROGRAMADOS.
049000     IF FS-STATUS-PROG = "35"
049100         GO TO 2500-EXIT
049200     END-IF.
049300     IF FS-STATUS-PROG NOT = "00"
049400         DISPLAY "No se ha podido abrir EMPPROG. STATUS: "
049500             FS-STATUS-PROG
049600         CLOSE APLICACION-LISTADO
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN
049900     END-IF.
050000
050100     MOVE "N" TO APLI-FIN-PROG-SW.
050200     PERFORM 2510-LEER-UN-PROGRAMADO
050300         THRU 2510-EXIT
050400         UNTIL APLI-FIN-PROG.
050500     CLOSE CAMBIOS-PROGRAMADOS.
050600
050700 2500-EXIT.
050800     EXIT.
050900
051000 2510-LEER-UN-PROGRAMADO.
051100     READ CAMBIOS-PROGRAMADOS
051200         AT END
051300             MOVE "S" TO APLI-FIN-PROG-SW
051400         NOT AT END
051500             IF TABLA-PROG-TOTAL < 2000
051600                 ADD 1 TO TABLA-PROG-TOTAL
051700                 MOVE PROG-REGISTRO TO
051800                     TABLA-PROG-REGISTRO(TABLA-PROG-TOTAL)
051900                 IF PROG-PENDIENTE
052000                     ADD 1 TO APLI-PENDIENTES
052100                 END-IF
052200             ELSE
052300                 IF NOT APLI-PROG-LLENA
052400                     DISPLAY MSG-PROG-LLENA
052500                     MOVE "S" TO APLI-PROG-LLENA-SW
052600                 END-IF
052700             END-IF
052800     END-READ.
052900
053000 2510-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400*    3000-PROCESAR-PROGRAMADO
053500*    PARA EL CAMBIO ACTUAL DE LA TABLA, SI SIGUE PENDIENTE Y SU
053600*    FECHA EFECTIVA YA HA LLEGADO, LO APLICA AL MAESTRO EN
053700*    MEMORIA O LO ANULA SI YA NO ES APLICABLE. LOS CAMBIOS DE UN
053800*    MISMO EMPLEADO SE APLICAN EN EL ORDEN DEL FICHERO, CADA UNO
053900*    SOBRE EL RESULTADO DEL ANTERIOR.
054000******************************************************************
054100 3000-PROCESAR-PROGRAMADO.
054200     MOVE TABLA-PROG-REGISTRO(TABLA-PROG-IDX) TO PROG-REGISTRO.
054300     IF NOT PROG-PENDIENTE
054400         GO TO 3000-EXIT
054500     END-IF.
054600     IF PROG-FECHA-EFECTIVA IS NUMERIC
054700         AND PROG-FECHA-EFECTIVA > WS-FECHA-SISTEMA
054800         ADD 1 TO APLI-EN-ESPERA
054900         GO TO 3000-EXIT
055000     END-IF.
055100
055200     PERFORM 3500-BUSCAR-EMPLEADO THRU 3500-EXIT.
055300     IF NOT APLI-HALLADO
055400         MOVE "EMPLEADO NO EXISTE EN EL MAESTRO" TO APLI-MOTIVO
055500         PERFORM 3400-ANULAR THRU 3400-EXIT
055600         GO TO 3000-EXIT
055700     END-IF.
055800
055900     MOVE TABLA-EMP-REGISTRO(APLI-IDX-HALLADO)
056000         TO EMPLEADOS-REGISTRO.
056100     IF EMPLEADOS-EN-BAJA
056200         MOVE "EMPLEADO DADO DE BAJA" TO APLI-MOTIVO
056300         PERFORM 3400-ANULAR THRU 3400-EXIT
056400         GO TO 3000-EXIT
056500     END-IF.
056600
056700     MOVE EMPLEADOS-REGISTRO TO APLI-IMAGEN-ANTES.
056800
056900     EVALUATE TRUE
057000         WHEN PROG-TIPO-SALARIO
057100             PERFORM 3100-APLICAR-SALARIO THRU 3100-EXIT
057200         WHEN PROG-TIPO-TRASLADO
057300             PERFORM 3200-APLICAR-TRASLADO THRU 3200-EXIT
057400         WHEN OTHER
057500             MOVE "TIPO DE CAMBIO DESCONOCIDO" TO APLI-MOTIVO
057600             PERFORM 3400-ANULAR THRU 3400-EXIT
057700     END-EVALUATE.
057800
057900 3000-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300*    3100-APLICAR-SALARIO
058400*    SUSTITUYE EL SALARIO DEL EMPLEADO POR EL PROGRAMADO Y LO
058500*    CONFIRMA COMO MODIFICACION "M" DEL HISTORIAL.
058600******************************************************************
058700 3100-APLICAR-SALARIO.
058800     IF PROG-SALARIO-NUEVO IS NOT NUMERIC
058900         MOVE "SALARIO PROGRAMADO INVALIDO" TO APLI-MOTIVO
059000         PERFORM 3400-ANULAR THRU 3400-EXIT
059100         GO TO 3100-EXIT
059200     END-IF.
059300
059400     MOVE EMPLEADOS-SALARIO  TO APLI-SALARIO-EDITADO.
059500     MOVE APLI-SALARIO-EDITADO TO LD-ACTUAL.
059600     MOVE PROG-SALARIO-NUEVO TO EMPLEADOS-SALARIO.
059700     MOVE EMPLEADOS-SALARIO  TO APLI-SALARIO-EDITADO.
059800     MOVE APLI-SALARIO-EDITADO TO LD-NUEVO.
059900     MOVE "M" TO APLI-OPERACION.
060000     PERFORM 3300-CONFIRMAR THRU 3300-EXIT.
060100
060200 3100-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600*    3200-APLICAR-TRASLADO
060700*    COMPRUEBA QUE EL DEPARTAMENTO NUEVO SIGUE EXISTIENDO Y ES
060800*    DISTINTO DEL ACTUAL, ANOTA PRIMERO EL MOVIMIENTO EN EMPMOV
060900*    (COMO EL TRASLADO DE EMPMANT) Y SOLO DESPUES CAMBIA EL
061000*    DEPARTAMENTO Y LO CONFIRMA COMO OPERACION "T". SI EL
061100*    MOVIMIENTO NO SE PUEDE GRABAR, EL CAMBIO QUEDA PENDIENTE
061200*    PARA LA SIGUIENTE EJECUCION.
061300******************************************************************
061400 3200-APLICAR-TRASLADO.
061500     IF TABLA-DEPTOS-TOTAL = ZERO
061600         MOVE EMPLEADOS-DEPTO  TO LD-ACTUAL
061700         MOVE PROG-DEPTO-NUEVO TO LD-NUEVO
061800         MOVE "SIN MAESTRO DE DEPTOS.: ESPERA" TO LD-RESULTADO
061900         PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT
062000         ADD 1 TO APLI-NO-APLICADOS
062100         GO TO 3200-EXIT
062200     END-IF.
062300
062400     PERFORM 3600-VALIDAR-DEPTO THRU 3600-EXIT.
062500     IF NOT APLI-DEPTO-VALIDO
062600         MOVE "DEPARTAMENTO YA NO EXISTE" TO APLI-MOTIVO
062700         PERFORM 3400-ANULAR THRU 3400-EXIT
062800         GO TO 3200-EXIT
062900     END-IF.
063000
063100     IF EMPLEADOS-DEPTO = PROG-DEPTO-NUEVO
063200         MOVE "YA ESTA EN ESE DEPARTAMENTO" TO APLI-MOTIVO
063300         PERFORM 3400-ANULAR THRU 3400-EXIT
063400         GO TO 3200-EXIT
063500     END-IF.
063600
063700     MOVE EMPLEADOS-DEPTO TO APLI-DEPTO-ANTERIOR.
063800     PERFORM 3700-GRABAR-MOVIMIENTO THRU 3700-EXIT.
063900     IF FS-STATUS-MOV NOT = "00"
064000         MOVE APLI-DEPTO-ANTERIOR TO LD-ACTUAL
064100         MOVE PROG-DEPTO-NUEVO    TO LD-NUEVO
064200         MOVE "ERROR EN EMPMOV: QUEDA PENDIENTE" TO LD-RESULTADO
064300         PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT
064400         ADD 1 TO APLI-NO-APLICADOS
064500         MOVE 16 TO RETURN-CODE
064600         GO TO 3200-EXIT
064700     END-IF.
064800
064900     MOVE APLI-DEPTO-ANTERIOR TO LD-ACTUAL.
065000     MOVE PROG-DEPTO-NUEVO    TO EMPLEADOS-DEPTO.
065100     MOVE EMPLEADOS-DEPTO     TO LD-NUEVO.
065200     MOVE "T" TO APLI-OPERACION.
065300     PERFORM 3300-CONFIRMAR THRU 3300-EXIT.
065400
065500 3200-EXIT.
065600     EXIT.
065700
065800******************************************************************
065900*    3300-CONFIRMAR
066000*    DEVUELVE EL EMPLEADO MODIFICADO A LA TABLA DEL MAESTRO,
066100*    ANOTA EL CAMBIO EN EL HISTORIAL CON LA IMAGEN ANTES Y
066200*    DESPUES Y CON EL OPERADOR QUE LO PROGRAMO, Y MARCA EL
066300*    CAMBIO PROGRAMADO COMO APLICADO CON LA FECHA DE HOY.
066400******************************************************************
066500 3300-CONFIRMAR.
066600     MOVE EMPLEADOS-REGISTRO
066700         TO TABLA-EMP-REGISTRO(APLI-IDX-HALLADO).
066800
066900     MOVE SPACES              TO HIST-REGISTRO.
067000     MOVE APLI-OPERACION      TO HIST-OPERACION.
067100     MOVE PROG-OPERADOR       TO HIST-OPERADOR.
067200     MOVE APLI-IMAGEN-ANTES   TO HIST-IMAGEN-ANTES.
067300     MOVE EMPLEADOS-REGISTRO  TO HIST-IMAGEN-DESPUES.
067400     ACCEPT HIST-FECHA FROM DATE YYYYMMDD.
067500     ACCEPT HIST-HORA  FROM TIME.
067600     WRITE HIST-REGISTRO.
067700     IF FS-STATUS-HIST NOT = "00"
067800         DISPLAY "Error al grabar el historial. STATUS: "
067900             FS-STATUS-HIST " ID: " PROG-ID
068000     END-IF.
068100
068200     MOVE "A"              TO PROG-ESTADO.
068300     MOVE WS-FECHA-SISTEMA TO PROG-FECHA-APLICACION.
068400     MOVE SPACES           TO PROG-MOTIVO.
068500     MOVE PROG-REGISTRO TO TABLA-PROG-REGISTRO(TABLA-PROG-IDX).
068600     ADD 1 TO APLI-APLICADOS.
068700     MOVE "S" TO APLI-HAY-APLICADOS-SW.
068800     MOVE "S" TO APLI-HAY-CAMBIOS-SW.
068900
069000     MOVE "APLICADO" TO LD-RESULTADO.
069100     PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT.
069200
069300 3300-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700*    3400-ANULAR
069800*    MARCA EL CAMBIO PROGRAMADO ACTUAL COMO ANULADO, CON EL
069900*    MOTIVO PREPARADO EN APLI-MOTIVO Y LA FECHA DE HOY, SIN
070000*    TOCAR EL MAESTRO.
070100******************************************************************
070200 3400-ANULAR.
070300     MOVE "X"              TO PROG-ESTADO.
070400     MOVE WS-FECHA-SISTEMA TO PROG-FECHA-APLICACION.
070500     MOVE APLI-MOTIVO      TO PROG-MOTIVO.
070600     MOVE PROG-REGISTRO TO TABLA-PROG-REGISTRO(TABLA-PROG-IDX).
070700     ADD 1 TO APLI-ANULADOS.
070800     MOVE "S" TO APLI-HAY-CAMBIOS-SW.
070900
071000     MOVE SPACES TO LD-ACTUAL.
071100     IF PROG-TIPO-TRASLADO
071200         MOVE PROG-DEPTO-NUEVO TO LD-NUEVO
071300     ELSE
071400         MOVE SPACES TO LD-NUEVO
071500         IF PROG-SALARIO-NUEVO IS NUMERIC
071600             MOVE PROG-SALARIO-NUEVO TO APLI-SALARIO-EDITADO
071700             MOVE APLI-SALARIO-EDITADO TO LD-NUEVO
071800         END-IF
071900     END-IF.
072000     MOVE SPACES TO LD-RESULTADO.
072100     STRING "ANULADO: " DELIMITED BY SIZE
072200            APLI-MOTIVO DELIMITED BY SIZE
072300         INTO LD-RESULTADO.
072400     PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT.
072500
072600 3400-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    3500-BUSCAR-EMPLEADO
073100*    BUSCA EN LA TABLA DEL MAESTRO EL PROG-ID DEL CAMBIO ACTUAL;
073200*    SI LO ENCUENTRA, ACTIVA APLI-HALLADO Y DEJA SU POSICION EN
073300*    APLI-IDX-HALLADO.
073400******************************************************************
073500 3500-BUSCAR-EMPLEADO.
073600     MOVE "N" TO APLI-HALLADO-SW.
073700     PERFORM 3510-COMPARAR-EMPLEADO
073800         THRU 3510-EXIT
073900         VARYING TABLA-EMP-IDX FROM 1 BY 1
074000         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL
074100         OR APLI-HALLADO.
074200
074300 3500-EXIT.
074400     EXIT.
074500
074600 3510-COMPARAR-EMPLEADO.
074700     IF TABLA-EMP-REGISTRO(TABLA-EMP-IDX)(1:5) = PROG-ID
074800         MOVE "S" TO APLI-HALLADO-SW
074900         SET APLI-IDX-HALLADO TO TABLA-EMP-IDX
075000     END-IF.
075100
075200 3510-EXIT.
075300     EXIT.
075400
075500******************************************************************
075600*    3600-VALIDAR-DEPTO
075700*    ACTIVA APLI-DEPTO-VALIDO SI PROG-DEPTO-NUEVO FIGURA EN LA
075800*    TABLA-DEPTOS.
075900******************************************************************
076000 3600-VALIDAR-DEPTO.
076100     MOVE "N" TO APLI-DEPTO-VALIDO-SW.
076200     PERFORM 3610-COMPARAR-DEPTO
076300         THRU 3610-EXIT
076400         VARYING TABLA-DEPTOS-IDX FROM 1 BY 1
076500         UNTIL TABLA-DEPTOS-IDX > TABLA-DEPTOS-TOTAL
076600         OR APLI-DEPTO-VALIDO.
076700
076800 3600-EXIT.
076900     EXIT.
077000
077100 3610-COMPARAR-DEPTO.
077200     IF TABLA-DEPTOS-CODIGO(TABLA-DEPTOS-IDX) = PROG-DEPTO-NUEVO
077300         MOVE "S" TO APLI-DEPTO-VALIDO-SW
077400     END-IF.
077500
077600 3610-EXIT.
077700     EXIT.
077800
077900******************************************************************
078000*    3700-GRABAR-MOVIMIENTO
078100*    AÑADE A EMPMOV EL MOVIMIENTO DE DEPARTAMENTO DEL TRASLADO
078200*    PROGRAMADO ACTUAL, CON SU FECHA EFECTIVA Y EL OPERADOR QUE
078300*    LO PROGRAMO. DEJA EL STATUS EN FS-STATUS-MOV.
078400******************************************************************
078500 3700-GRABAR-MOVIMIENTO.
078600     MOVE SPACES              TO MOV-REGISTRO.
078700     MOVE PROG-ID             TO MOV-ID.
078800     MOVE APLI-DEPTO-ANTERIOR TO MOV-DEPTO-ANTERIOR.
078900     MOVE PROG-DEPTO-NUEVO    TO MOV-DEPTO-NUEVO.
079000     MOVE PROG-FECHA-EFECTIVA TO MOV-FECHA-EFECTIVA.
079100     MOVE PROG-OPERADOR       TO MOV-OPERADOR.
079200     ACCEPT MOV-FECHA         FROM DATE YYYYMMDD.
079300     ACCEPT MOV-HORA          FROM TIME.
079400     WRITE MOV-REGISTRO.
079500     IF FS-STATUS-MOV NOT = "00"
079600         DISPLAY "Error al grabar el movimiento. STATUS: "
079700             FS-STATUS-MOV " ID: " PROG-ID
079800     END-IF.
079900
080000 3700-EXIT.
080100     EXIT.
080200
080300******************************************************************
080400*    3800-ESCRIBIR-DETALLE
080500*    COMPLETA LA LINEA DE DETALLE DEL CAMBIO PROGRAMADO ACTUAL
080600*    (LOS VALORES ACTUAL/NUEVO Y EL RESULTADO LOS DEJA
080700*    PREPARADOS EL PARRAFO LLAMANTE) Y LA ESCRIBE.
080800******************************************************************
080900 3800-ESCRIBIR-DETALLE.
081000     MOVE PROG-ID TO LD-ID.
081100     EVALUATE TRUE
081200         WHEN PROG-TIPO-SALARIO
081300             MOVE "SALARIO"  TO LD-TIPO
081400         WHEN PROG-TIPO-TRASLADO
081500             MOVE "TRASLADO" TO LD-TIPO
081600         WHEN OTHER
081700             MOVE PROG-TIPO  TO LD-TIPO
081800     END-EVALUATE.
081900     IF PROG-FECHA-EFECTIVA IS NUMERIC
082000         MOVE PROG-FECHA-EFECTIVA TO LD-FECHA-EFECTIVA
082100     ELSE
082200         MOVE ZERO TO LD-FECHA-EFECTIVA
082300     END-IF.
082400     MOVE PROG-ORIGEN TO LD-ORIGEN.
082500
082600     MOVE LIN-DETALLE TO APLI-LINEA-SALIDA.
082700     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
082800     MOVE "S" TO APLI-HAY-LINEAS-SW.
082900
083000 3800-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    3900-ESCRIBIR-SECCION
083500*    ESCRIBE EL TITULO DE UNA SECCION DEL INFORME (PREPARADO EN
083600*    LS-TITULO) PRECEDIDO DE UNA LINEA EN BLANCO.
083700******************************************************************
083800 3900-ESCRIBIR-SECCION.
083900     MOVE SPACES TO APLI-LINEA-SALIDA.
084000     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
084100     MOVE LIN-SECCION TO APLI-LINEA-SALIDA.
084200     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
084300     MOVE "N" TO APLI-HAY-LINEAS-SW.
084400
084500 3900-EXIT.
084600     EXIT.
084700
084800******************************************************************
084900*    3950-CERRAR-SECCION
085000*    SI LA SECCION QUE TERMINA NO TUVO NINGUNA LINEA, LO INDICA.
085100******************************************************************
085200 3950-CERRAR-SECCION.
085300     IF NOT APLI-HAY-LINEAS
085400         MOVE "     (NINGUNO)" TO APLI-LINEA-SALIDA
085500         PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT
085600     END-IF.
085700
085800 3950-EXIT.
085900     EXIT.
086000
086100******************************************************************
086200*    4000-LISTAR-EN-ESPERA
086300*    LISTA EL CAMBIO ACTUAL DE LA TABLA SI SIGUE PENDIENTE Y SU
086400*    FECHA EFECTIVA TODAVIA NO HA LLEGADO, CON EL VALOR QUE
086500*    TIENE HOY EL MAESTRO, QUE ES EL QUE SIGUE VIGENTE.
086600******************************************************************
086700 4000-LISTAR-EN-ESPERA.
086800     MOVE TABLA-PROG-REGISTRO(TABLA-PROG-IDX) TO PROG-REGISTRO.
086900     IF NOT PROG-PENDIENTE
087000         OR PROG-FECHA-EFECTIVA IS NOT NUMERIC
087100         OR PROG-FECHA-EFECTIVA NOT > WS-FECHA-SISTEMA
087200         GO TO 4000-EXIT
087300     END-IF.
087400
087500     MOVE SPACES TO LD-ACTUAL LD-NUEVO.
087600     PERFORM 3500-BUSCAR-EMPLEADO THRU 3500-EXIT.
087700     IF APLI-HALLADO
087800         MOVE TABLA-EMP-REGISTRO(APLI-IDX-HALLADO)
087900             TO EMPLEADOS-REGISTRO
088000         IF PROG-TIPO-TRASLADO
088100             MOVE EMPLEADOS-DEPTO TO LD-ACTUAL
088200         ELSE
088300             MOVE EMPLEADOS-SALARIO TO APLI-SALARIO-EDITADO
088400             MOVE APLI-SALARIO-EDITADO TO LD-ACTUAL
088500         END-IF
088600     END-IF.
088700     IF PROG-TIPO-TRASLADO
088800         MOVE PROG-DEPTO-NUEVO TO LD-NUEVO
088900     ELSE
089000         IF PROG-SALARIO-NUEVO IS NUMERIC
089100             MOVE PROG-SALARIO-NUEVO TO APLI-SALARIO-EDITADO
089200             MOVE APLI-SALARIO-EDITADO TO LD-NUEVO
089300         END-IF
089400     END-IF.
089500     MOVE "EN ESPERA" TO LD-RESULTADO.
089600     PERFORM 3800-ESCRIBIR-DETALLE THRU 3800-EXIT.
089700
089800 4000-EXIT.
089900     EXIT.
090000
090100******************************************************************
090200*    5000-APLICAR-RESULTADOS
090300*    SI SE APLICO ALGUN CAMBIO, REESCRIBE empleados.csv DESDE LA
090400*    TABLA DEL MAESTRO; SI CAMBIO EL ESTADO DE ALGUN CAMBIO
090500*    PROGRAMADO, REESCRIBE EMPPROG. SI EL MAESTRO NO SE HA
090600*    PODIDO REESCRIBIR, EMPPROG SE DEJA COMO ESTABA PARA QUE LOS
090700*    CAMBIOS SE VUELVAN A APLICAR EN LA SIGUIENTE EJECUCION.
090800******************************************************************
090900 5000-APLICAR-RESULTADOS.
091000     IF APLI-HAY-APLICADOS
091100         PERFORM 5100-REESCRIBIR-MAESTRO THRU 5100-EXIT
091200     END-IF.
091300
091400     IF APLI-ERROR-MAESTRO
091500         DISPLAY "EMPPROG NO se reescribe: los cambios siguen "
091600             "pendientes."
091700         GO TO 5000-EXIT
091800     END-IF.
091900
092000     IF APLI-HAY-CAMBIOS
092100         PERFORM 5500-REESCRIBIR-PROGRAMADOS THRU 5500-EXIT
092200     END-IF.
092300
092400 5000-EXIT.
092500     EXIT.
092600
092700 5100-REESCRIBIR-MAESTRO.
092800     OPEN OUTPUT EMPLEADOS-ARCHIVO.
092900     IF FS-STATUS NOT = "00"
093000         DISPLAY "No se pudo reescribir empleados.csv. STATUS: "
093100             FS-STATUS
093200         MOVE "S" TO APLI-ERROR-MAESTRO-SW
093300         MOVE 16 TO RETURN-CODE
093400         GO TO 5100-EXIT
093500     END-IF.
093600
093700     PERFORM 5110-GRABAR-UN-EMPLEADO
093800         THRU 5110-EXIT
093900         VARYING TABLA-EMP-IDX FROM 1 BY 1
094000         UNTIL TABLA-EMP-IDX > TABLA-EMP-TOTAL.
094100     CLOSE EMPLEADOS-ARCHIVO.
094200     DISPLAY "empleados.csv actualizado con los cambios "
094300         "programados.".
094400
094500 5100-EXIT.
094600     EXIT.
094700
094800 5110-GRABAR-UN-EMPLEADO.
094900     MOVE TABLA-EMP-REGISTRO(TABLA-EMP-IDX)
095000         TO EMPLEADOS-REGISTRO.
095100     WRITE EMPLEADOS-REGISTRO.
095200     IF FS-STATUS NOT = "00"
095300         DISPLAY "Error al grabar empleados.csv. STATUS: "
095400             FS-STATUS
095500         MOVE "S" TO APLI-ERROR-MAESTRO-SW
095600         MOVE 16 TO RETURN-CODE
095700     END-IF.
095800
095900 5110-EXIT.
096000     EXIT.
096100
096200 5500-REESCRIBIR-PROGRAMADOS.
096300     OPEN OUTPUT CAMBIOS-PROGRAMADOS.
096400     IF FS-STATUS-PROG NOT = "00"
096500         DISPLAY "No se pudo reescribir EMPPROG. STATUS: "
096600             FS-STATUS-PROG
096700         MOVE 16 TO RETURN-CODE
096800         GO TO 5500-EXIT
096900     END-IF.
097000
097100     PERFORM 5510-GRABAR-UN-PROGRAMADO
097200         THRU 5510-EXIT
097300         VARYING TABLA-PROG-IDX FROM 1 BY 1
097400         UNTIL TABLA-PROG-IDX > TABLA-PROG-TOTAL.
097500     CLOSE CAMBIOS-PROGRAMADOS.
097600
097700 5500-EXIT.
097800     EXIT.
097900
098000 5510-GRABAR-UN-PROGRAMADO.
098100     MOVE TABLA-PROG-REGISTRO(TABLA-PROG-IDX) TO PROG-REGISTRO.
098200     WRITE PROG-REGISTRO.
098300     IF FS-STATUS-PROG NOT = "00"
098400         DISPLAY "Error al grabar EMPPROG. STATUS: "
098500             FS-STATUS-PROG
098600         MOVE 16 TO RETURN-CODE
098700     END-IF.
098800
098900 5510-EXIT.
099000     EXIT.
099100
099200******************************************************************
099300*    6000-ESCRIBIR-RESUMEN
099400*    ESCRIBE AL FINAL DEL INFORME LOS TOTALES DE LA EJECUCION.
099500******************************************************************
099600 6000-ESCRIBIR-RESUMEN.
099700     MOVE "RESUMEN" TO LS-TITULO.
099800     PERFORM 3900-ESCRIBIR-SECCION THRU 3900-EXIT.
099900
100000     MOVE "CAMBIOS PENDIENTES AL EMPEZAR.........:" TO LR-TEXTO.
100100     MOVE APLI-PENDIENTES TO LR-CANTIDAD.
100200     MOVE LIN-RESUMEN TO APLI-LINEA-SALIDA.
100300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
100400
100500     MOVE "CAMBIOS APLICADOS.....................:" TO LR-TEXTO.
100600     MOVE APLI-APLICADOS TO LR-CANTIDAD.
100700     MOVE LIN-RESUMEN TO APLI-LINEA-SALIDA.
100800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
100900
101000     MOVE "CAMBIOS ANULADOS......................:" TO LR-TEXTO.
101100     MOVE APLI-ANULADOS TO LR-CANTIDAD.
101200     MOVE LIN-RESUMEN TO APLI-LINEA-SALIDA.
101300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
101400
101500     MOVE "VENCIDOS QUE QUEDAN PENDIENTES........:" TO LR-TEXTO.
101600     MOVE APLI-NO-APLICADOS TO LR-CANTIDAD.
101700     MOVE LIN-RESUMEN TO APLI-LINEA-SALIDA.
101800     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
101900
102000     MOVE "CAMBIOS EN ESPERA DE SU FECHA.........:" TO LR-TEXTO.
102100     MOVE APLI-EN-ESPERA TO LR-CANTIDAD.
102200     MOVE LIN-RESUMEN TO APLI-LINEA-SALIDA.
102300     PERFORM 7000-ESCRIBIR-LINEA THRU 7000-EXIT.
102400
102500 6000-EXIT.
102600     EXIT.
102700
102800******************************************************************
102900*    7000-ESCRIBIR-LINEA
103000*    ESCRIBE EN EL INFORME LA LINEA PREPARADA EN
103100*    APLI-LINEA-SALIDA, CONTROLANDO EL SALTO DE PAGINA.
103200******************************************************************
103300 7000-ESCRIBIR-LINEA.
103400     IF CNT-LINEAS-PAGINA >= MAX-LINEAS-PAGINA
103500         OR CNT-PAGINA = ZERO
103600         PERFORM 7100-ESCRIBIR-CABECERA THRU 7100-EXIT
103700     END-IF.
103800
103900     WRITE LINEA-LISTADO FROM APLI-LINEA-SALIDA.
104000     IF FS-STATUS-LISTADO NOT = "00"
104100         DISPLAY "Error al escribir el informe. STATUS: "
104200             FS-STATUS-LISTADO
104300     END-IF.
104400     ADD 1 TO CNT-LINEAS-PAGINA.
104500
104600 7000-EXIT.
104700     EXIT.
104800
104900******************************************************************
105000*    7100-ESCRIBIR-CABECERA
105100*    INICIA UNA PAGINA NUEVA: FECHA, NUMERO DE PAGINA Y CABECERA
105200*    DE COLUMNAS, IGUAL QUE EN EMPREVSA.
105300******************************************************************
105400 7100-ESCRIBIR-CABECERA.
105500     ADD 1 TO CNT-PAGINA.
105600     MOVE CNT-PAGINA TO LC1-PAGINA.
105700
105800     IF CNT-PAGINA > 1
105900         WRITE LINEA-LISTADO FROM SPACES
106000         AFTER ADVANCING PAGE
106100     END-IF.
106200     IF FS-STATUS-LISTADO NOT = "00"
106300         DISPLAY "Error al escribir el informe. STATUS: "
106400             FS-STATUS-LISTADO
106500     END-IF.
106600
106700     WRITE LINEA-LISTADO FROM LIN-CABECERA-1.
106800     IF FS-STATUS-LISTADO NOT = "00"
106900         DISPLAY "Error al escribir el informe. STATUS: "
107000             FS-STATUS-LISTADO
107100     END-IF.
107200     WRITE LINEA-LISTADO FROM SPACES.
107300     IF FS-STATUS-LISTADO NOT = "00"
107400         DISPLAY "Error al escribir el informe. STATUS: "
107500             FS-STATUS-LISTADO
107600     END-IF.
107700     WRITE LINEA-LISTADO FROM LIN-CABECERA-2.
107800     IF FS-STATUS-LISTADO NOT = "00"
107900         DISPLAY "Error al escribir el informe. STATUS: "
108000             FS-STATUS-LISTADO
108100     END-IF.
108200
108300     MOVE ZERO TO CNT-LINEAS-PAGINA.
108400
108500 7100-EXIT.
108600     EXIT.
108700
108800******************************************************************
108900*    9000-FINALIZAR
109000*    CIERRA EL INFORME, MUESTRA EL RESUMEN POR PANTALLA Y DEJA EL
109100*    CODIGO DE RETORNO 4 SI SE ANULO ALGUN CAMBIO (SALVO QUE YA
109200*    HUBIERA UN ERROR GRAVE).
109300******************************************************************
109400 9000-FINALIZAR.
109500     CLOSE APLICACION-LISTADO.
109600
109700     DISPLAY "Cambios pendientes : " APLI-PENDIENTES.
109800     DISPLAY "Cambios aplicados  : " APLI-APLICADOS.
109900     DISPLAY "Cambios anulados   : " APLI-ANULADOS.
110000     DISPLAY "Cambios en espera  : " APLI-EN-ESPERA.
110100
110200     IF APLI-ANULADOS > ZERO
110300         AND RETURN-CODE < 4
110400         MOVE 4 TO RETURN-CODE
110500     END-IF.
110600
110700 9000-EXIT.
110800     EXIT.
110900
111000 END PROGRAM EMPAPLIC.
