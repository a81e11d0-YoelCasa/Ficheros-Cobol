002000*                   QUEDADO SIN RESPUESTA; Y CUADRA LOS TOTALES
002100*                   DEL RETORNO CONTRA EL NUMERO DE REGISTROS Y EL
002200*                   TOTAL DE CONTROL DEL NOMINA-DATOS-TRAILER.
002220*                   CON EL PARAMETRO DE EJECUCION "CALCULO" LOS
002240*                   IMPORTES SE COMPARAN CONTRA EL CALCULO
002260*                   PRORRATEADO DEL MES (FICHERO EMPCALC DE
002280*                   EMPPRORR) EN LUGAR DEL SALARIO DEL MAESTRO.
002300*
002400*    HISTORIAL DE MODIFICACIONES
002500*    FECHA       AUTOR   DESCRIPCION
002710*    2026-08-22  JCR     LAYOUT DE EMPNOMIN SINCRONIZADO CON EL
002720*                        CODIGO DE ACCION A/M/B QUE EMPEXP AÑADE
002730*                        AL FINAL DEL DETALLE PARA EL MODO DELTA.
002735*    2026-10-15  JCR     PARAMETRO "CALCULO": LA REFERENCIA DE
002740*                        IMPORTES ES EL FICHERO EMPCALC DE
002745*                        EMPPRORR (ALTAS, BAJAS Y DIAS SIN SUELDO
002750*                        DEL MES YA PRORRATEADOS). LOS EMPLEADOS
002755*                        CALCULADOS QUE NO VIAJARON EN EMPNOMIN
002760*                        (BAJAS DEL MES) TAMBIEN SE CONCILIAN Y
002765*                        SE CUADRA EL TRAILER DE EMPCALC.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005100         ASSIGN TO "EMPCONCI"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FS-STATUS-LISTADO.
005310
005320     SELECT NOMINA-CALCULO
005330         ASSIGN TO "EMPCALC"
005340         ORGANIZATION IS LINE SEQUENTIAL
005350         FILE STATUS IS FS-STATUS-CALCULO.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
008300        88 RETORNO-PAGADO            VALUE "P".
008400        88 RETORNO-RECHAZADO         VALUE "R".
008500     05 RETORNO-IMPORTE       PIC 9(07)V99.
008504
008508 FD  NOMINA-CALCULO.
008512 01  CALCULO-REGISTRO.
008516     05 CALCULO-TIPO-REGISTRO PIC X(01).
008520        88 CALCULO-ES-DETALLE        VALUE "D".
008524        88 CALCULO-ES-TRAILER        VALUE "T".
008528     05 CALCULO-DATOS.
008532         10 CALCULO-DATOS-DETALLE.
008536             15 CALCULO-ID            PIC 9(05).
008540             15 CALCULO-PERIODO       PIC 9(06).
008544             15 CALCULO-DEPTO         PIC X(03).
008548             15 CALCULO-SALARIO-BASE  PIC 9(07)V99.
008552             15 CALCULO-DIAS-TRABAJADOS PIC 9(02).
008556             15 CALCULO-DIAS-DEDUCIDOS  PIC 9(02).
008560             15 CALCULO-DIAS-PAGADOS    PIC 9(02).
008564             15 CALCULO-IMPORTE       PIC 9(07)V99.
008568         10 CALCULO-DATOS-TRAILER REDEFINES CALCULO-DATOS-DETALLE.
008572             15 CALCULO-TOTAL-REGISTROS PIC 9(07).
008576             15 CALCULO-TOTAL-CONTROL   PIC 9(12).
008580             15 CALCULO-TOTAL-IMPORTE   PIC 9(11)V99.
008584             15 FILLER                  PIC X(06).
008600
008700 FD  CONCILIACION-LISTADO.
008800 01  LINEA-LISTADO            PIC X(90).
012200 01  FS-STATUS-NOMINA         PIC X(02).
012300 01  FS-STATUS-RETORNO        PIC X(02).
012400 01  FS-STATUS-LISTADO        PIC X(02).
012450 01  FS-STATUS-CALCULO        PIC X(02).
012500 01  WS-FECHA-SISTEMA         PIC 9(08).
012600 01  WS-FECHA-AAAAMMDD        REDEFINES WS-FECHA-SISTEMA.
012700     05 WS-FECHA-AAAA         PIC 9(04).
014300     05 CONC-DIFERENCIAS      PIC 9(07) COMP VALUE ZERO.
014400     05 CONC-SIN-RESPUESTA    PIC 9(07) COMP VALUE ZERO.
014500     05 CONC-DESCUADRES       PIC 9(07) COMP VALUE ZERO.
014503     05 CONC-CALCULADOS       PIC 9(07) COMP VALUE ZERO.
014506     05 CONC-CALC-SUMA-IDS    PIC 9(12) COMP VALUE ZERO.
014509     05 CONC-SOLO-CALCULO     PIC 9(07) COMP VALUE ZERO.
014512     05 CONC-SIN-CALCULO      PIC 9(07) COMP VALUE ZERO.
014515     05 CONC-ESPERADOS        PIC 9(07) COMP VALUE ZERO.
014518
014521******************************************************************
014524*    PARAMETRO DE EJECUCION: "CALCULO" TOMA COMO REFERENCIA DE
014527*    IMPORTES EL FICHERO EMPCALC; SIN PARAMETRO SE COMPARA CONTRA
014530*    EL SALARIO DEL MAESTRO, COMO SIEMPRE.
014533******************************************************************
014536 01  WS-LINEA-PARAMETRO       PIC X(80) VALUE SPACES.
014539 01  WS-PARM-MODO             PIC X(10) VALUE SPACES.
014542
014545 01  MODO-REFERENCIA-SW       PIC X(01) VALUE "S".
014548     88 REFERENCIA-SALARIO           VALUE "S".
014551     88 REFERENCIA-CALCULO           VALUE "C".
014554
014557******************************************************************
014560*    TOTALES DEL TRAILER DE EMPCALC, GUARDADOS PARA EL CUADRE.
014563******************************************************************
014566 01  CONC-CALC-TRAILER.
014569     05 CONC-CALC-TRL-LEIDO-SW PIC X(01) VALUE "N".
014572        88 CONC-CALC-TRL-LEIDO        VALUE "S".
014575     05 CONC-CALC-TRL-REGISTROS PIC 9(07) VALUE ZERO.
014578     05 CONC-CALC-TRL-CONTROL  PIC 9(12) VALUE ZERO.
014581     05 CONC-CALC-PERIODO      PIC 9(06) VALUE ZERO.
014600
014700******************************************************************
014800*    TOTALES DEL TRAILER DE EMPNOMIN, GUARDADOS PARA EL CUADRE.
015700*    TABLA DE EMPLEADOS ENVIADOS A NOMINA, CONSTRUIDA LEYENDO
015800*    EMPNOMIN Y COMPLETADA CON EL SALARIO VIGENTE DEL MAESTRO
015900*    empleados.csv PARA LA COMPARACION DE IMPORTES.
015920*    CON REFERENCIA DE CALCULO, EL IMPORTE ES EL DE EMPCALC Y
015940*    TABLA-ENV-CALCULADO INDICA SI EL EMPLEADO TIENE CALCULO
015960*    ("S"), NO LO TIENE ("N") O SOLO ESTA EN EL CALCULO, SIN
015980*    HABER VIAJADO EN EMPNOMIN ("C").
016000******************************************************************
016100 01  TABLA-ENVIADOS.
016200     05 TABLA-ENV-TOTAL       PIC 9(05) COMP VALUE ZERO.
016600        10 TABLA-ENV-NOMBRE      PIC X(20).
016700        10 TABLA-ENV-SALARIO     PIC 9(07)V99.
016800        10 TABLA-ENV-RESPONDIDO  PIC X(01).
016850        10 TABLA-ENV-CALCULADO   PIC X(01).
016900
017000 01  MSG-TABLA-LLENA          PIC X(60) VALUE
017100     "AVISO: tabla de enviados llena, conciliacion incompleta.".
018300        88 CONC-HALLADO              VALUE "S".
018400     05 CONC-TABLA-LLENA-SW   PIC X(01) VALUE "N".
018500        88 CONC-TABLA-LLENA          VALUE "S".
018520     05 CONC-FIN-CALCULO-SW   PIC X(01) VALUE "N".
018540        88 CONC-FIN-CALCULO          VALUE "S".
018600
018700 PROCEDURE DIVISION.
018800******************************************************************
019700         THRU 2000-EXIT.
019800     PERFORM 2500-COMPLETAR-CON-MAESTRO
019900         THRU 2500-EXIT.
019920     IF REFERENCIA-CALCULO
019940         PERFORM 2700-COMPLETAR-CON-CALCULO
019960             THRU 2700-EXIT
019980     END-IF.
020000     PERFORM 3000-PROCESAR-RETORNO
020100         THRU 3000-EXIT.
020200     PERFORM 4000-LISTAR-SIN-RESPUESTA
021400
021500******************************************************************
021600*    1000-INICIALIZAR
021700*    OBTIENE LA FECHA DEL SISTEMA, LEE EL PARAMETRO DE
021750*    EJECUCION Y ABRE EL INFORME DE SALIDA.
021800******************************************************************
021900 1000-INICIALIZAR.
022000     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
022100     MOVE WS-FECHA-AAAA TO LC1-FECHA (1:4).
022200     MOVE WS-FECHA-MM   TO LC1-FECHA (6:2).
022300     MOVE WS-FECHA-DD   TO LC1-FECHA (9:2).
022305
022310     ACCEPT WS-LINEA-PARAMETRO FROM COMMAND-LINE.
022315     UNSTRING WS-LINEA-PARAMETRO DELIMITED BY SPACE
022320         INTO WS-PARM-MODO.
022325     IF WS-PARM-MODO = "CALCULO"
022330         SET REFERENCIA-CALCULO TO TRUE
022335         DISPLAY "Importes comparados contra el calculo EMPCALC."
022340     ELSE
022345         SET REFERENCIA-SALARIO TO TRUE
022350     END-IF.
022400
022500     OPEN OUTPUT CONCILIACION-LISTADO.
022600     IF FS-STATUS-LISTADO NOT = "00"
028700         MOVE NOMINA-SALARIO TO TABLA-ENV-SALARIO(TABLA-ENV-TOTAL)
028800         MOVE "N"
028810             TO TABLA-ENV-RESPONDIDO(TABLA-ENV-TOTAL)
028830         MOVE "N"
028850             TO TABLA-ENV-CALCULADO(TABLA-ENV-TOTAL)
028900     ELSE
029000         IF NOT CONC-TABLA-LLENA
029100             DISPLAY MSG-TABLA-LLENA
036200
036300 2610-EXIT.
036400     EXIT.
036401
036402******************************************************************
036403*    2700-COMPLETAR-CON-CALCULO
036404*    LEE EL CALCULO PRORRATEADO EMPCALC Y SUSTITUYE EN LA TABLA EL
036405*    IMPORTE DE REFERENCIA POR EL IMPORTE CALCULADO. LOS
036406*    EMPLEADOS CALCULADOS QUE NO VIAJARON EN EMPNOMIN (LAS BAJAS
036407*    DEL MES) SE AÑADEN A LA TABLA PARA CONCILIAR TAMBIEN SU
036408*    RETORNO. AL TERMINAR SE SEÑALAN LOS ENVIADOS SIN CALCULO.
036409******************************************************************
036410 2700-COMPLETAR-CON-CALCULO.
036411     OPEN INPUT NOMINA-CALCULO.
036412     IF FS-STATUS-CALCULO NOT = "00"
036413         DISPLAY "No se ha podido abrir EMPCALC. STATUS: "
036414             FS-STATUS-CALCULO
036415         PERFORM 9000-FINALIZAR THRU 9000-EXIT
036416         MOVE 16 TO RETURN-CODE
036417         STOP RUN
036418     END-IF.
036419
036420     MOVE "N" TO CONC-FIN-CALCULO-SW.
036421     PERFORM 2710-LEER-UN-CALCULO
036422         THRU 2710-EXIT
036423         UNTIL CONC-FIN-CALCULO.
036424     CLOSE NOMINA-CALCULO.
036425
036426     PERFORM 2750-REVISAR-SIN-CALCULO
036427         THRU 2750-EXIT
036428         VARYING TABLA-ENV-IDX FROM 1 BY 1
036429         UNTIL TABLA-ENV-IDX > TABLA-ENV-TOTAL.
036430
036431 2700-EXIT.
036432     EXIT.
036433
036434 2710-LEER-UN-CALCULO.
036435     READ NOMINA-CALCULO
036436         AT END
036437             MOVE "S" TO CONC-FIN-CALCULO-SW
036438         NOT AT END
036439             IF CALCULO-ES-DETALLE
036440                 PERFORM 2720-RECORDAR-CALCULO THRU 2720-EXIT
036441             ELSE
036442                 IF CALCULO-ES-TRAILER
036443                     MOVE "S" TO CONC-CALC-TRL-LEIDO-SW
036444                     MOVE CALCULO-TOTAL-REGISTROS
036445                         TO CONC-CALC-TRL-REGISTROS
036446                     MOVE CALCULO-TOTAL-CONTROL
036447                         TO CONC-CALC-TRL-CONTROL
036448                 END-IF
036449             END-IF
036450     END-READ.
036500
036501 2710-EXIT.
036502     EXIT.
036503
036504 2720-RECORDAR-CALCULO.
036505     ADD 1 TO CONC-CALCULADOS.
036506     ADD CALCULO-ID TO CONC-CALC-SUMA-IDS.
036507     MOVE CALCULO-PERIODO TO CONC-CALC-PERIODO.
036508
036509     MOVE CALCULO-ID TO CONC-ID-BUSCADO.
036510     PERFORM 2600-BUSCAR-EN-TABLA THRU 2600-EXIT.
036511     IF CONC-HALLADO
036512         MOVE CALCULO-IMPORTE
036513             TO TABLA-ENV-SALARIO(CONC-IDX-HALLADO)
036514         MOVE "S" TO TABLA-ENV-CALCULADO(CONC-IDX-HALLADO)
036515         GO TO 2720-EXIT
036516     END-IF.
036517
036518     IF TABLA-ENV-TOTAL < 10000
036519         ADD 1 TO TABLA-ENV-TOTAL
036520         ADD 1 TO CONC-SOLO-CALCULO
036521         MOVE CALCULO-ID      TO TABLA-ENV-ID(TABLA-ENV-TOTAL)
036522         MOVE SPACES          TO TABLA-ENV-NOMBRE(TABLA-ENV-TOTAL)
036523         MOVE CALCULO-IMPORTE
036524             TO TABLA-ENV-SALARIO(TABLA-ENV-TOTAL)
036525         MOVE "N"
036526             TO TABLA-ENV-RESPONDIDO(TABLA-ENV-TOTAL)
036527         MOVE "C"
036528             TO TABLA-ENV-CALCULADO(TABLA-ENV-TOTAL)
036529     ELSE
036530         IF NOT CONC-TABLA-LLENA
036531             DISPLAY MSG-TABLA-LLENA
036532             MOVE "S" TO CONC-TABLA-LLENA-SW
036533         END-IF
036534     END-IF.
036535
036536 2720-EXIT.
036537     EXIT.
036538
036539 2750-REVISAR-SIN-CALCULO.
036540     IF TABLA-ENV-CALCULADO(TABLA-ENV-IDX) = "N"
036541         ADD 1 TO CONC-SIN-CALCULO
036542         MOVE TABLA-ENV-ID(TABLA-ENV-IDX)     TO LD-ID
036543         MOVE TABLA-ENV-NOMBRE(TABLA-ENV-IDX) TO LD-NOMBRE
036544         MOVE "ENVIADO SIN IMPORTE CALCULADO" TO LD-MOTIVO
036545         MOVE TABLA-ENV-SALARIO(TABLA-ENV-IDX) TO LD-IMPORTE-1
036546         MOVE ZERO                     TO LD-IMPORTE-2
036547         PERFORM 7000-ESCRIBIR-DETALLE THRU 7000-EXIT
036548     END-IF.
036549
036550 2750-EXIT.
036551     EXIT.
036600******************************************************************
036700*    3000-PROCESAR-RETORNO
036800*    LEE EL FICHERO DE RETORNO DE NOMINA Y CONCILIA CADA REGISTRO
043500         MOVE TABLA-ENV-ID(CONC-IDX-HALLADO)     TO LD-ID
043600         MOVE TABLA-ENV-NOMBRE(CONC-IDX-HALLADO) TO LD-NOMBRE
043700         MOVE "IMPORTE DISTINTO DEL SALARIO" TO LD-MOTIVO
043720         IF REFERENCIA-CALCULO
043740             MOVE "IMPORTE DISTINTO DEL CALCULADO" TO LD-MOTIVO
043760         END-IF
043800         MOVE TABLA-ENV-SALARIO(CONC-IDX-HALLADO)
043900             TO LD-IMPORTE-1
044000         MOVE RETORNO-IMPORTE TO LD-IMPORTE-2
046400         MOVE TABLA-ENV-ID(TABLA-ENV-IDX)     TO LD-ID
046500         MOVE TABLA-ENV-NOMBRE(TABLA-ENV-IDX) TO LD-NOMBRE
046600         MOVE "ENVIADO SIN RESPUESTA"  TO LD-MOTIVO
046620         IF TABLA-ENV-CALCULADO(TABLA-ENV-IDX) = "C"
046640             MOVE "CALCULADO SIN RESPUESTA" TO LD-MOTIVO
046660         END-IF
046700         MOVE TABLA-ENV-SALARIO(TABLA-ENV-IDX) TO LD-IMPORTE-1
046800         MOVE ZERO                     TO LD-IMPORTE-2
046900         PERFORM 7000-ESCRIBIR-DETALLE THRU 7000-EXIT
050300         END-IF
050400     END-IF.
050500
050520*    LOS CALCULADOS QUE NO VIAJARON EN EMPNOMIN TAMBIEN DEBEN
050540*    TENER RETORNO.
050560     COMPUTE CONC-ESPERADOS = CONC-ENVIADOS + CONC-SOLO-CALCULO.
050600     IF CONC-RETORNOS NOT = CONC-ESPERADOS
050700         ADD 1 TO CONC-DESCUADRES
050800         MOVE "RETORNOS NO CUADRAN CON ENVIADOS" TO LR-TEXTO
050900         MOVE CONC-RETORNOS TO LR-VALOR
051000         PERFORM 7200-ESCRIBIR-RESUMEN THRU 7200-EXIT
051100     END-IF.
051120
051140     IF REFERENCIA-CALCULO
051160         PERFORM 5100-CUADRAR-CALCULO THRU 5100-EXIT
051180     END-IF.
051200
051300     MOVE "EMPLEADOS ENVIADOS A NOMINA" TO LR-TEXTO.
051400     MOVE CONC-ENVIADOS TO LR-VALOR.
053400     MOVE "DESCUADRES DE TOTALES" TO LR-TEXTO.
053500     MOVE CONC-DESCUADRES TO LR-VALOR.
053600     PERFORM 7200-ESCRIBIR-RESUMEN THRU 7200-EXIT.
053605     IF REFERENCIA-CALCULO
053610         MOVE "EMPLEADOS EN EL CALCULO (EMPCALC)" TO LR-TEXTO
053615         MOVE CONC-CALCULADOS TO LR-VALOR
053620         PERFORM 7200-ESCRIBIR-RESUMEN THRU 7200-EXIT
053625         MOVE "CALCULADOS NO ENVIADOS EN EMPNOMIN" TO LR-TEXTO
053630         MOVE CONC-SOLO-CALCULO TO LR-VALOR
053635         PERFORM 7200-ESCRIBIR-RESUMEN THRU 7200-EXIT
053640         MOVE "ENVIADOS SIN IMPORTE CALCULADO" TO LR-TEXTO
053645         MOVE CONC-SIN-CALCULO TO LR-VALOR
053650         PERFORM 7200-ESCRIBIR-RESUMEN THRU 7200-EXIT
053655     END-IF.
053700
053800 5000-EXIT.
053900     EXIT.
053903
053906******************************************************************
053909*    5100-CUADRAR-CALCULO
053912*    CUADRA EL TRAILER DE EMPCALC CONTRA LOS DETALLES LEIDOS,
053915*    IGUAL QUE SE HACE CON EL DE EMPNOMIN.
053918******************************************************************
053921 5100-CUADRAR-CALCULO.
053924     IF NOT CONC-CALC-TRL-LEIDO
053927         ADD 1 TO CONC-DESCUADRES
053930         MOVE "EMPCALC SIN REGISTRO DE TRAILER" TO LR-TEXTO
053933         MOVE ZERO TO LR-VALOR
053936         PERFORM 7200-ESCRIBIR-RESUMEN THRU 7200-EXIT
053939         GO TO 5100-EXIT
053942     END-IF.
053945
053948     IF CONC-CALC-TRL-REGISTROS NOT = CONC-CALCULADOS
053951         ADD 1 TO CONC-DESCUADRES
053954         MOVE "TRAILER DE EMPCALC NO CUADRA CON DETALLES"
053957             TO LR-TEXTO
053960         MOVE CONC-CALC-TRL-REGISTROS TO LR-VALOR
053963         PERFORM 7200-ESCRIBIR-RESUMEN THRU 7200-EXIT
053966     END-IF.
053969     IF CONC-CALC-TRL-CONTROL NOT = CONC-CALC-SUMA-IDS
053972         ADD 1 TO CONC-DESCUADRES
053975         MOVE "TOTAL DE CONTROL DE EMPCALC NO CUADRA"
053978             TO LR-TEXTO
053981         MOVE ZERO TO LR-VALOR
053984         PERFORM 7200-ESCRIBIR-RESUMEN THRU 7200-EXIT
053987     END-IF.
053990
053993 5100-EXIT.
053996     EXIT.
054000
054100******************************************************************
054200*    7000-ESCRIBIR-DETALLE
