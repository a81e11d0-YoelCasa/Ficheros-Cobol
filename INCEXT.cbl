000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCEXT.
000300 AUTHOR. DEPARTAMENTO DE PROCESO DE DATOS.
000400 INSTALLATION. OFICINA CENTRAL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700******************************************************************
000800*    PROGRAMA.....: INCEXT
000900*    DESCRIPCION..: EXTRACTO MENSUAL DE INCIDENCIAS DE NOMINA
001000*                   (HORAS EXTRA, NOCTURNIDAD, DIETAS, COMISIONES
001100*                   Y GRATIFICACIONES) PARA LA INTERFAZ DE NOMINA,
001200*                   PENSADO PARA VIAJAR JUNTO A EMPNOMIN Y
001300*                   AUSNOMIN. ADMITE COMO PARAMETRO DE EJECUCION
001400*                   EL MES DE NOMINA (AAAAMM); SI NO SE INDICA SE
001500*                   TOMA EL MES EN CURSO. CADA INCIDENCIA ADMITIDA
001600*                   DEL MES EN incidencias.csv (MANTENIDO POR
001700*                   INCMANT Y APROBADO EN EMPAPROB) GENERA UN
001800*                   DETALLE EN INCNOMIN Y, AL FINAL, SE ESCRIBE UN
001900*                   TRAILER DE CONTROL (NUMERO DE REGISTROS, SUMA
002000*                   DE IDENTIFICADORES E IMPORTE TOTAL) COMO EL DE
002100*                   EMPEXP Y AUSEXT. LAS INCIDENCIAS DEL MES AUN
002200*                   PENDIENTES DE APROBACION NO SE EXTRAEN: SE
002300*                   CUENTAN Y EL PROGRAMA TERMINA CON AVISO
002400*                   (RC 4).
002500*
002600*    HISTORIAL DE MODIFICACIONES
002700*    FECHA       AUTOR   DESCRIPCION
002800*    ----------  ------  ------------------------------------
002900*    2026-10-15  JCR     PROGRAMA INICIAL.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT INCIDENCIAS-ARCHIVO
003500         ASSIGN TO "g:\Usuarios\incidencias.csv"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FS-STATUS-INC.
003800
003900     SELECT INCIDENCIAS-NOMINA
004000         ASSIGN TO "INCNOMIN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FS-STATUS-NOMINA.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  INCIDENCIAS-ARCHIVO.
004700 COPY INCREG.
004800
004900 FD  INCIDENCIAS-NOMINA.
005000 01  INCNOM-REGISTRO.
005100     05 INCNOM-TIPO-REGISTRO  PIC X(01).
005200        88 INCNOM-ES-DETALLE         VALUE "D".
005300        88 INCNOM-ES-TRAILER         VALUE "T".
005400     05 INCNOM-DATOS.
005500         10 INCNOM-DATOS-DETALLE.
005600             15 INCNOM-ID             PIC 9(05).
005700             15 INCNOM-MES            PIC 9(06).
005800             15 INCNOM-CONCEPTO       PIC X(03).
005900             15 INCNOM-CANTIDAD       PIC 9(05)V99.
006000             15 INCNOM-IMPORTE        PIC 9(07)V99.
006100         10 INCNOM-DATOS-TRAILER REDEFINES INCNOM-DATOS-DETALLE.
006200             15 INCNOM-TOTAL-REGISTROS PIC 9(07).
006300             15 INCNOM-TOTAL-CONTROL   PIC 9(12).
006400             15 INCNOM-TOTAL-IMPORTE   PIC 9(09)V99.
006500
006600 WORKING-STORAGE SECTION.
006700******************************************************************
006800*    VARIABLES DE CONTROL DEL PROGRAMA
006900******************************************************************
007000 01  FS-STATUS-INC            PIC X(02).
007100 01  FS-STATUS-NOMINA         PIC X(02).
007200
007300******************************************************************
007400*    PARAMETRO DE EJECUCION: MES DE NOMINA AAAAMM. SI NO SE
007500*    INDICA, SE EXTRAE EL MES EN CURSO.
007600******************************************************************
007700 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
007800 01  WS-PARM-MES              PIC X(06) VALUE SPACES.
007900 01  WS-PARM-MES-R            REDEFINES WS-PARM-MES.
008000     05 WS-PARM-MES-AAAA      PIC X(04).
008100     05 WS-PARM-MES-MM        PIC X(02).
008200
008300 01  WS-FECHA-HOY             PIC 9(08) VALUE ZERO.
008400 01  WS-FECHA-HOY-R           REDEFINES WS-FECHA-HOY.
008500     05 WS-FECHA-HOY-MES      PIC 9(06).
008600     05 FILLER                PIC 9(02).
008700
008800 01  INCX-MES                 PIC 9(06) VALUE ZERO.
008900
009000 01  INCX-CONTADORES.
009100     05 INCX-LEIDAS           PIC 9(07) COMP VALUE ZERO.
009200     05 INCX-EXTRAIDAS        PIC 9(07) COMP VALUE ZERO.
009300     05 INCX-PENDIENTES       PIC 9(07) COMP VALUE ZERO.
009400     05 INCX-RECHAZADAS       PIC 9(07) COMP VALUE ZERO.
009500     05 INCX-TOTAL-CONTROL    PIC 9(12) COMP VALUE ZERO.
009600     05 INCX-TOTAL-IMPORTE    PIC 9(09)V99 VALUE ZERO.
009700
009800 01  INCX-TOTAL-IMPORTE-ED    PIC ZZZZZZZZ9.99.
009900
010000 01  INCX-SWITCHES.
010100     05 INCX-FIN-FICHERO-SW   PIC X(01) VALUE "N".
010200        88 INCX-FIN-FICHERO          VALUE "S".
010300
010400 PROCEDURE DIVISION.
010500******************************************************************
010600*    0000-MAINLINE
010700*    CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.
010800******************************************************************
010900 0000-MAINLINE.
011000     PERFORM 1000-INICIALIZAR
011100         THRU 1000-EXIT.
011200
011300     PERFORM 2000-EXTRAER-INCIDENCIAS
011400         THRU 2000-EXIT
011500         UNTIL INCX-FIN-FICHERO.
011600
011700     PERFORM 3000-ESCRIBIR-TRAILER
011800         THRU 3000-EXIT.
011900
012000     PERFORM 9000-FINALIZAR
012100         THRU 9000-EXIT.
012200
012300     STOP RUN.
012400
012500 0000-EXIT.
012600     EXIT.
012700
012800******************************************************************
012900*    1000-INICIALIZAR
013000*    LEE EL PARAMETRO DE EJECUCION (MES DE NOMINA), LO VALIDA Y
013100*    ABRE LOS FICHEROS DE ENTRADA Y SALIDA.
013200******************************************************************
013300 1000-INICIALIZAR.
013400     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
013500     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
013600         INTO WS-PARM-MES.
013700
013800     IF WS-PARM-MES = SPACES
013900         ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
014000         MOVE WS-FECHA-HOY-MES TO INCX-MES
014100     ELSE
014200         IF WS-PARM-MES IS NUMERIC
014300             AND WS-PARM-MES-AAAA NOT = "0000"
014400             AND WS-PARM-MES-MM >= "01"
014500             AND WS-PARM-MES-MM <= "12"
014600             MOVE WS-PARM-MES TO INCX-MES
014700         ELSE
014800             DISPLAY "Mes de nomina invalido (AAAAMM): "
014900                 WS-PARM-MES
015000             MOVE 16 TO RETURN-CODE
015100             STOP RUN
015200         END-IF
015300     END-IF.
015400
015500     OPEN INPUT INCIDENCIAS-ARCHIVO.
015600     IF FS-STATUS-INC NOT = "00"
015700         DISPLAY "No se ha podido abrir incidencias.csv. STATUS: "
015800             FS-STATUS-INC
015900         MOVE 16 TO RETURN-CODE
016000         STOP RUN
016100     END-IF.
016200
016300     OPEN OUTPUT INCIDENCIAS-NOMINA.
016400     IF FS-STATUS-NOMINA NOT = "00"
016500         DISPLAY "No se ha podido abrir INCNOMIN. STATUS: "
016600             FS-STATUS-NOMINA
016700         CLOSE INCIDENCIAS-ARCHIVO
016800         MOVE 16 TO RETURN-CODE
016900         STOP RUN
017000     END-IF.
017100
017200 1000-EXIT.
017300     EXIT.
017400
017500******************************************************************
017600*    2000-EXTRAER-INCIDENCIAS
017700*    LEE CADA INCIDENCIA Y ESCRIBE EN INCNOMIN LAS ADMITIDAS DEL
017800*    MES PEDIDO. LAS PENDIENTES DE APROBACION Y LAS RECHAZADAS DE
017900*    ESE MES SOLO SE CUENTAN.
018000******************************************************************
018100 2000-EXTRAER-INCIDENCIAS.
018200     READ INCIDENCIAS-ARCHIVO
018300         AT END
018400             MOVE "S" TO INCX-FIN-FICHERO-SW
018500         NOT AT END
018600             ADD 1 TO INCX-LEIDAS
018700             IF INCIDENCIAS-MES = INCX-MES
018800                 EVALUATE TRUE
018900                     WHEN INCIDENCIAS-ADMITIDA
019000                         PERFORM 2100-ESCRIBIR-DETALLE
019100                             THRU 2100-EXIT
019200                     WHEN INCIDENCIAS-PENDIENTE
019300                         ADD 1 TO INCX-PENDIENTES
019400                     WHEN OTHER
019500                         ADD 1 TO INCX-RECHAZADAS
019600                 END-EVALUATE
019700             END-IF
019800     END-READ.
019900
020000 2000-EXIT.
020100     EXIT.
020200
020300 2100-ESCRIBIR-DETALLE.
020400     MOVE SPACES TO INCNOM-REGISTRO.
020500     MOVE "D"                    TO INCNOM-TIPO-REGISTRO.
020600     MOVE INCIDENCIAS-ID         TO INCNOM-ID.
020700     MOVE INCIDENCIAS-MES        TO INCNOM-MES.
020800     MOVE INCIDENCIAS-CONCEPTO   TO INCNOM-CONCEPTO.
020900     MOVE INCIDENCIAS-CANTIDAD   TO INCNOM-CANTIDAD.
021000     MOVE INCIDENCIAS-IMPORTE    TO INCNOM-IMPORTE.
021100     WRITE INCNOM-REGISTRO.
021200     IF FS-STATUS-NOMINA NOT = "00"
021300         DISPLAY "Error al escribir el detalle de INCNOMIN. "
021400             "STATUS: " FS-STATUS-NOMINA
021500         MOVE 16 TO RETURN-CODE
021600         STOP RUN
021700     END-IF.
021800
021900     ADD 1 TO INCX-EXTRAIDAS.
022000     ADD INCIDENCIAS-ID      TO INCX-TOTAL-CONTROL.
022100     ADD INCIDENCIAS-IMPORTE TO INCX-TOTAL-IMPORTE.
022200
022300 2100-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700*    3000-ESCRIBIR-TRAILER
022800*    ESCRIBE EL REGISTRO FINAL DE CONTROL CON EL NUMERO DE
022900*    DETALLES, LA SUMA DE IDENTIFICADORES Y EL IMPORTE TOTAL,
023000*    PARA QUE NOMINA PUEDA CUADRAR EL FICHERO RECIBIDO.
023100******************************************************************
023200 3000-ESCRIBIR-TRAILER.
023300     MOVE SPACES TO INCNOM-REGISTRO.
023400     MOVE "T"                  TO INCNOM-TIPO-REGISTRO.
023500     MOVE INCX-EXTRAIDAS       TO INCNOM-TOTAL-REGISTROS.
023600     MOVE INCX-TOTAL-CONTROL   TO INCNOM-TOTAL-CONTROL.
023700     MOVE INCX-TOTAL-IMPORTE   TO INCNOM-TOTAL-IMPORTE.
023800     WRITE INCNOM-REGISTRO.
023900     IF FS-STATUS-NOMINA NOT = "00"
024000         DISPLAY "Error al escribir el trailer de INCNOMIN. "
024100             "STATUS: " FS-STATUS-NOMINA
024200     END-IF.
024300
024400 3000-EXIT.
024500     EXIT.
024600
024700******************************************************************
024800*    9000-FINALIZAR
024900*    CIERRA LOS FICHEROS, MUESTRA EL RESUMEN POR PANTALLA Y AVISA
025000*    (RC 4) SI QUEDAN INCIDENCIAS DEL MES SIN APROBAR, QUE NO HAN
025100*    VIAJADO A NOMINA.
025200******************************************************************
025300 9000-FINALIZAR.
025400     CLOSE INCIDENCIAS-ARCHIVO.
025500     CLOSE INCIDENCIAS-NOMINA.
025600
025700     MOVE INCX-TOTAL-IMPORTE TO INCX-TOTAL-IMPORTE-ED.
025800     DISPLAY "Mes de nomina            : " INCX-MES.
025900     DISPLAY "Incidencias leidas       : " INCX-LEIDAS.
026000     DISPLAY "Incidencias extraidas    : " INCX-EXTRAIDAS.
026100     DISPLAY "Importe extraido         : " INCX-TOTAL-IMPORTE-ED.
026200     DISPLAY "Pendientes de aprobacion : " INCX-PENDIENTES.
026300     DISPLAY "Rechazadas               : " INCX-RECHAZADAS.
026400
026500     IF INCX-PENDIENTES > ZERO
026600         DISPLAY "AVISO: hay incidencias del mes pendientes de "
026700             "aprobacion (EMPAPROB)."
026800         IF RETURN-CODE < 4
026900             MOVE 4 TO RETURN-CODE
027000         END-IF
027100     END-IF.
027200
027300 9000-EXIT.
027400     EXIT.
027500
027600 END PROGRAM INCEXT.
