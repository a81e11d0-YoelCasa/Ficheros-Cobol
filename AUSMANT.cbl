001700*                   empleados.csv: DEBE EXISTIR Y ESTAR ACTIVO. EL
001800*                   BALANCE ANUAL LO IMPRIME AUSBAL Y EL EXTRACTO
001900*                   PARA NOMINA LO GENERA AUSEXT.
001920*                   UNA AUSENCIA VAC SE RECHAZA SI PIDE MAS DIAS
001940*                   DE LOS QUE LE QUEDAN AL EMPLEADO EN EL AÑO EN
001960*                   QUE EMPIEZA, SEGUN SU SALDO EN vacaciones.csv.
002000*
002100*    HISTORIAL DE MODIFICACIONES
002200*    FECHA       AUTOR   DESCRIPCION
002300*    ----------  ------  ------------------------------------
002400*    2026-09-01  JCR     PROGRAMA INICIAL.
002420*    2026-10-15  JCR     EL OPERADOR SE VALIDA CONTRA EL MAESTRO
002440*                        DE OPERADORES operadores.csv: SI NO
002460*                        EXISTE O ESTA INACTIVO NO SE LE DEJA
002480*                        ENTRAR EN EL MENU.
002483*    2026-10-15  JCR     UNA AUSENCIA VAC QUE SUPERA LOS DIAS
002486*                        QUE LE QUEDAN AL EMPLEADO EN EL AÑO
002489*                        (SALDO DE vacaciones.csv O, SIN EL,
002492*                        DERECHO PRORRATEADO DESDE EL ALTA) SE
002495*                        RECHAZA SIN GRABARLA.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003500         ASSIGN TO "g:\Usuarios\empleados.csv"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FS-STATUS.
003720     SELECT OPERADORES-ARCHIVO
003740         ASSIGN TO "g:\Usuarios\operadores.csv"
003760         ORGANIZATION IS LINE SEQUENTIAL
003780         FILE STATUS IS FS-STATUS-OPER.
003784     SELECT VACACIONES-ARCHIVO
003788         ASSIGN TO "g:\Usuarios\vacaciones.csv"
003792         ORGANIZATION IS LINE SEQUENTIAL
003796         FILE STATUS IS FS-STATUS-VAC.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004300
004400 FD  EMPLEADOS-ARCHIVO.
004500 COPY EMPREG.
004520 FD  OPERADORES-ARCHIVO.
004540 COPY OPEREG.
004560 FD  VACACIONES-ARCHIVO.
004580 COPY VACREG.
004600
004700 WORKING-STORAGE SECTION.
004800******************************************************************
009700        88 AUSM-EMPLEADO-HALLADO           VALUE "S".
009800     05 AUSM-TABLA-LLENA-SW        PIC X(01) VALUE "N".
009900        88 AUSM-TABLA-LLENA                VALUE "S".
009920     05 AUSM-FIN-OPER-SW           PIC X(01) VALUE "N".
009940        88 AUSM-FIN-OPER                    VALUE "S".
009960     05 AUSM-OPER-HALLADO-SW       PIC X(01) VALUE "N".
009980        88 AUSM-OPER-HALLADO                VALUE "S".
009983     05 AUSM-FIN-SALDOS-SW         PIC X(01) VALUE "N".
009986        88 AUSM-FIN-SALDOS                  VALUE "S".
009989     05 AUSM-SALDO-HALLADO-SW      PIC X(01) VALUE "N".
009992        88 AUSM-SALDO-HALLADO               VALUE "S".
009995     05 AUSM-BISIESTO-SW           PIC X(01) VALUE "N".
009998        88 AUSM-BISIESTO                    VALUE "S".
010000
010100******************************************************************
010200*    CAMPOS INTERMEDIOS DE ENTRADA: SE ACEPTA SOBRE ELLOS Y SOLO
011600
011700 01  FS-STATUS                     PIC X(02).
011800 01  FS-STATUS-AUS                 PIC X(02).
011850 01  FS-STATUS-OPER                PIC X(02).
011870 01  FS-STATUS-VAC                 PIC X(02).
011900
012000******************************************************************
012100*    IDENTIFICACION DEL OPERADOR, IGUAL QUE EN EMPMANT.
012200******************************************************************
012300 01  AUSM-OPERADOR                 PIC X(08).
012320 01  AUSM-OPER-ESTADO              PIC X(01) VALUE SPACE.
012340     88 AUSM-OPER-ACTIVO                  VALUE "A".
012400
012500******************************************************************
012600*    TABLA DE EMPLEADOS DEL MAESTRO (IDENTIFICADOR, ESTADO Y
012700*    FECHA DE ALTA), CARGADA AL ARRANCAR DESDE empleados.csv PARA
012800*    VALIDAR QUE LA AUSENCIA PERTENECE A UN EMPLEADO EXISTENTE Y
012850*    ACTIVO Y PRORRATEAR SU DERECHO SI NO TIENE SALDO DEL AÑO.
012900******************************************************************
013000 01  TABLA-EMPLEADOS.
013100     05 TABLA-EMP-TOTAL       PIC 9(05) COMP VALUE ZERO.
013300                              INDEXED BY TABLA-EMP-IDX.
013400        10 TABLA-EMP-ID       PIC 9(05).
013500        10 TABLA-EMP-ESTADO   PIC X(01).
013550        10 TABLA-EMP-FECHA-ALTA PIC 9(08).
013600
013700 01  MSG-TABLA-LLENA          PIC X(60) VALUE
013800     "AVISO: tabla de empleados llena, validacion incompleta.".
013900
014000 01  AUSM-ID-BUSCADO          PIC 9(05) VALUE ZERO.
014100 01  AUSM-ESTADO-HALLADO      PIC X(01) VALUE SPACE.
014101 01  AUSM-ALTA-HALLADA        PIC 9(08) VALUE ZERO.
014102
014103******************************************************************
014104*    COMPROBACION DEL SALDO DE VACACIONES DE UNA AUSENCIA VAC: AÑO
014105*    DE SU FECHA DE INICIO, DERECHO, DIAS TRAIDOS Y SU CADUCIDAD,
014106*    DIAS VAC YA ANOTADOS EN EL AÑO (EN TOTAL Y LOS EMPEZADOS
014107*    HASTA LA CADUCIDAD) Y LO QUE LE QUEDA. LA AUSENCIA QUE SE
014108*    ESTA DANDO DE ALTA SE GUARDA MIENTRAS SE LEE ausencias.csv.
014109*    LOS DIAS TRAIDOS SOLO SIRVEN A UNA AUSENCIA QUE EMPIEZA HASTA
014110*    SU CADUCIDAD; DESPUES SOLO CUENTAN LOS QUE YA SE GASTARON.
014111******************************************************************
014112 01  AUSM-AUSENCIA-NUEVA      PIC X(35) VALUE SPACES.
014113 01  AUSM-SAL-ANO             PIC 9(04) VALUE ZERO.
014114 01  AUSM-SAL-INICIO          PIC 9(08) VALUE ZERO.
014115 01  AUSM-SAL-DERECHO         PIC 9(03) VALUE ZERO.
014116 01  AUSM-SAL-ARRASTRE        PIC 9(03) VALUE ZERO.
014117 01  AUSM-SAL-CADUCIDAD       PIC 9(08) VALUE ZERO.
014118 01  AUSM-SAL-ARRASTRE-UTIL   PIC 9(03) VALUE ZERO.
014119 01  AUSM-SAL-VAC-TOTAL       PIC 9(05) COMP VALUE ZERO.
014120 01  AUSM-SAL-VAC-ANTES       PIC 9(05) COMP VALUE ZERO.
014121 01  AUSM-SAL-QUEDAN          PIC S9(05) VALUE ZERO.
014122 01  AUSM-SAL-QUEDAN-ED       PIC ----9.
014123 01  AUSM-SAL-PEDIDOS-ED      PIC ZZ9.
014124 01  AUSM-ANO-AUSENCIA        PIC 9(04) VALUE ZERO.
014125
014126******************************************************************
014127*    CALCULO DEL DERECHO PRORRATEADO CUANDO EL EMPLEADO NO TIENE
014128*    SALDO DEL AÑO: DERECHO DE UN AÑO COMPLETO, TRAMO DEL AÑO EN
014129*    PLANTILLA DESDE EL ALTA Y DIAS DEL AÑO.
014130******************************************************************
014131 01  AUSM-DERECHO-VAC         PIC 9(03) VALUE 22.
014132 01  AUSM-PRO-DESDE           PIC 9(08) VALUE ZERO.
014133 01  AUSM-PRO-HASTA           PIC 9(08) VALUE ZERO.
014134 01  AUSM-PRO-DIAS            PIC 9(03) COMP VALUE ZERO.
014135 01  AUSM-PRO-DIAS-ANO        PIC 9(03) COMP VALUE ZERO.
014136 01  AUSM-PRO-DIA-DESDE       PIC 9(03) COMP VALUE ZERO.
014137
014138 01  AUSM-FECHA-CALCULO       PIC 9(08) VALUE ZERO.
014139 01  AUSM-FECHA-CALCULO-R     REDEFINES AUSM-FECHA-CALCULO.
014140     05 AUSM-CALC-AAAA        PIC 9(04).
014141     05 AUSM-CALC-MM          PIC 9(02).
014142     05 AUSM-CALC-DD          PIC 9(02).
014143 01  AUSM-DIA-DEL-ANO         PIC 9(03) COMP VALUE ZERO.
014144 01  AUSM-MES                 PIC 9(02) COMP VALUE ZERO.
014145
014146 01  TABLA-DIAS-MES-VALORES.
014147     05 FILLER                PIC X(24) VALUE
014148        "312831303130313130313031".
014149 01  TABLA-DIAS-MES           REDEFINES TABLA-DIAS-MES-VALORES.
014150     05 TABLA-DIAS-DEL-MES    PIC 9(02) OCCURS 12 TIMES.
014151
014152 01  AUSM-BISIESTO-COCIENTE   PIC 9(04) COMP VALUE ZERO.
014153 01  AUSM-BISIESTO-RESTO-4    PIC 9(04) COMP VALUE ZERO.
014154 01  AUSM-BISIESTO-RESTO-100  PIC 9(04) COMP VALUE ZERO.
014155 01  AUSM-BISIESTO-RESTO-400  PIC 9(04) COMP VALUE ZERO.
014200
014300******************************************************************
014400*    ACUMULADOS DE LA CONSULTA POR EMPLEADO.
017900     DISPLAY AUSM-MSG-OPERADOR.
018000     ACCEPT AUSM-OPERADOR.
018100
018110     PERFORM 1050-VALIDAR-OPERADOR
018120         THRU 1050-EXIT.
018130     IF AUSM-FIN-PROGRAMA
018140         GO TO 1000-EXIT
018150     END-IF.
018200     PERFORM 1100-CARGAR-EMPLEADOS
018300         THRU 1100-EXIT.
018400
019300 1000-EXIT.
019400     EXIT.
019500
019502******************************************************************
019504*    1050-VALIDAR-OPERADOR
019506*    BUSCA EL IDENTIFICADOR DEL OPERADOR EN EL MAESTRO DE
019508*    OPERADORES. SI NO ESTA REGISTRADO O ESTA INACTIVO SE TERMINA
019510*    EL PROGRAMA SIN ENTRAR EN EL MENU. CUALQUIER ROL ACTIVO PUEDE
019512*    ANOTAR Y CONSULTAR AUSENCIAS.
019514******************************************************************
019516 1050-VALIDAR-OPERADOR.
019518     MOVE "N" TO AUSM-OPER-HALLADO-SW.
019520     MOVE "N" TO AUSM-FIN-OPER-SW.
019522     MOVE SPACE TO AUSM-OPER-ESTADO.
019524
019526     OPEN INPUT OPERADORES-ARCHIVO.
019528     IF FS-STATUS-OPER = "00"
019530         PERFORM 1060-LEER-UN-OPERADOR
019532             THRU 1060-EXIT
019534             UNTIL AUSM-FIN-OPER OR AUSM-OPER-HALLADO
019536         CLOSE OPERADORES-ARCHIVO
019538     END-IF.
019540
019542     IF NOT AUSM-OPER-HALLADO
019544         DISPLAY "OPERADOR " AUSM-OPERADOR
019546             " NO REGISTRADO: ACCESO DENEGADO."
019548         MOVE "S" TO AUSM-FIN-SW
019550         GO TO 1050-EXIT
019552     END-IF.
019554     IF NOT AUSM-OPER-ACTIVO
019556         DISPLAY "OPERADOR " AUSM-OPERADOR
019558             " INACTIVO: ACCESO DENEGADO."
019560         MOVE "S" TO AUSM-FIN-SW
019562     END-IF.
019564
019566 1050-EXIT.
019568     EXIT.
019570
019572 1060-LEER-UN-OPERADOR.
019574     READ OPERADORES-ARCHIVO
019576         AT END
019578             MOVE "S" TO AUSM-FIN-OPER-SW
019580         NOT AT END
019582             IF OPERADORES-ID = AUSM-OPERADOR
019584                 MOVE "S" TO AUSM-OPER-HALLADO-SW
019586                 MOVE OPERADORES-ESTADO TO AUSM-OPER-ESTADO
019588             END-IF
019590     END-READ.
019592
019594 1060-EXIT.
019596     EXIT.
019600******************************************************************
019700*    1100-CARGAR-EMPLEADOS
019800*    LEE empleados.csv SECUENCIALMENTE Y GUARDA EN LA TABLA EL
022400                     TO TABLA-EMP-ID(TABLA-EMP-TOTAL)
022500                 MOVE EMPLEADOS-ESTADO
022600                     TO TABLA-EMP-ESTADO(TABLA-EMP-TOTAL)
022620                 MOVE EMPLEADOS-FECHA-ALTA
022640                     TO TABLA-EMP-FECHA-ALTA(TABLA-EMP-TOTAL)
022700             ELSE
022800                 IF NOT AUSM-TABLA-LLENA
022900                     DISPLAY MSG-TABLA-LLENA
027200*    REGISTRA UNA AUSENCIA: VALIDA QUE EL EMPLEADO EXISTE Y ESTA
027300*    ACTIVO EN EL MAESTRO, PIDE TIPO, FECHAS Y DIAS, Y AÑADE EL
027400*    REGISTRO AL FINAL DE ausencias.csv CON EL OPERADOR.
027420*    UNA AUSENCIA VAC SOLO SE GRABA SI AL EMPLEADO LE QUEDAN
027440*    DIAS SUFICIENTES EN EL AÑO EN QUE EMPIEZA.
027500******************************************************************
027600 3000-ALTA-AUSENCIA.
027700     PERFORM 3100-PEDIR-ID THRU 3100-EXIT.
034700
034800     MOVE AUSM-OPERADOR TO AUSENCIAS-OPERADOR.
034900
034905     IF AUSENCIAS-VACACIONES
034910         PERFORM 3600-COMPROBAR-SALDO THRU 3600-EXIT
034915         IF AUSENCIAS-DIAS > AUSM-SAL-QUEDAN
034920             MOVE AUSENCIAS-DIAS  TO AUSM-SAL-PEDIDOS-ED
034925             MOVE AUSM-SAL-QUEDAN TO AUSM-SAL-QUEDAN-ED
034930             DISPLAY "VACACIONES RECHAZADAS: PIDE "
034935                 AUSM-SAL-PEDIDOS-ED " DIAS Y LE QUEDAN "
034940                 AUSM-SAL-QUEDAN-ED " EN " AUSM-SAL-ANO "."
034945             GO TO 3000-EXIT
034950         END-IF
034955     END-IF.
034960
035000     PERFORM 3500-GRABAR-AUSENCIA THRU 3500-EXIT.
035100
035200 3000-EXIT.
040600*    3900-BUSCAR-EMPLEADO
040700*    BUSCA EN LA TABLA DE EMPLEADOS EL IDENTIFICADOR DEJADO EN
040800*    AUSM-ID-BUSCADO; SI LO ENCUENTRA, ACTIVA AUSM-EMPLEADO-
040900*    HALLADO Y DEJA SU ESTADO EN AUSM-ESTADO-HALLADO Y SU FECHA
040950*    DE ALTA EN AUSM-ALTA-HALLADA.
041000******************************************************************
041100 3900-BUSCAR-EMPLEADO.
041200     MOVE "N" TO AUSM-EMPLEADO-HALLADO-SW.
042500         MOVE "S" TO AUSM-EMPLEADO-HALLADO-SW
042600         MOVE TABLA-EMP-ESTADO(TABLA-EMP-IDX)
042700             TO AUSM-ESTADO-HALLADO
042720         MOVE TABLA-EMP-FECHA-ALTA(TABLA-EMP-IDX)
042740             TO AUSM-ALTA-HALLADA
042800     END-IF.
042900
043000 3910-EXIT.
050300 9000-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    3600-COMPROBAR-SALDO
050800*    CALCULA EN AUSM-SAL-QUEDAN LOS DIAS DE VACACIONES QUE LE
050900*    QUEDAN AL EMPLEADO EN EL AÑO DE INICIO DE LA AUSENCIA VAC
051000*    PREPARADA EN AUSENCIAS-REGISTRO, QUE SE DEJA COMO ESTABA:
051100*    DERECHO MAS DIAS TRAIDOS QUE AUN SIRVEN, MENOS LO YA ANOTADO.
051200*    SIN SALDO DEL AÑO EN vacaciones.csv, EL DERECHO SE PRORRATEA
051300*    DESDE EL ALTA Y NO HAY DIAS TRAIDOS.
051400******************************************************************
051500 3600-COMPROBAR-SALDO.
051600     MOVE AUSENCIAS-REGISTRO TO AUSM-AUSENCIA-NUEVA.
051700     MOVE AUSENCIAS-FECHA-INICIO TO AUSM-SAL-INICIO.
051800     MOVE AUSENCIAS-FECHA-INICIO (1:4) TO AUSM-SAL-ANO.
051900     MOVE ZERO TO AUSM-SAL-DERECHO.
052000     MOVE ZERO TO AUSM-SAL-ARRASTRE.
052100     MOVE ZERO TO AUSM-SAL-CADUCIDAD.
052200     MOVE ZERO TO AUSM-SAL-VAC-TOTAL.
052300     MOVE ZERO TO AUSM-SAL-VAC-ANTES.
052400     MOVE "N" TO AUSM-SALDO-HALLADO-SW.
052500
052600     PERFORM 3610-LEER-SALDO THRU 3610-EXIT.
052700     IF NOT AUSM-SALDO-HALLADO
052800         PERFORM 7400-CALCULAR-DERECHO THRU 7400-EXIT
052900         DISPLAY "SIN SALDO DE VACACIONES EN " AUSM-SAL-ANO
053000             ": DERECHO PROVISIONAL PRORRATEADO DESDE EL ALTA."
053100     END-IF.
053200
053300     PERFORM 3620-SUMAR-VACACIONES THRU 3620-EXIT.
053400
053500     IF AUSM-SAL-INICIO NOT > AUSM-SAL-CADUCIDAD
053600         MOVE AUSM-SAL-ARRASTRE TO AUSM-SAL-ARRASTRE-UTIL
053700     ELSE
053800         IF AUSM-SAL-VAC-ANTES < AUSM-SAL-ARRASTRE
053900             MOVE AUSM-SAL-VAC-ANTES TO AUSM-SAL-ARRASTRE-UTIL
054000         ELSE
054100             MOVE AUSM-SAL-ARRASTRE TO AUSM-SAL-ARRASTRE-UTIL
054200         END-IF
054300     END-IF.
054400     COMPUTE AUSM-SAL-QUEDAN = AUSM-SAL-DERECHO
054500         + AUSM-SAL-ARRASTRE-UTIL - AUSM-SAL-VAC-TOTAL.
054600
054700     MOVE AUSM-AUSENCIA-NUEVA TO AUSENCIAS-REGISTRO.
054800
054900 3600-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300*    3610-LEER-SALDO
055400*    BUSCA EN vacaciones.csv EL SALDO DEL EMPLEADO EN EL AÑO Y, SI
055500*    LO ENCUENTRA, TOMA SU DERECHO, DIAS TRAIDOS Y CADUCIDAD.
055600*    SI EL FICHERO NO EXISTE AUN, NO SE HA HECHO NINGUN CIERRE.
055700******************************************************************
055800 3610-LEER-SALDO.
055900     OPEN INPUT VACACIONES-ARCHIVO.
056000     IF FS-STATUS-VAC NOT = "00"
056100         IF FS-STATUS-VAC NOT = "35"
056200             DISPLAY "AVISO: NO SE PUDO LEER vacaciones.csv. "
056300                 "STATUS: " FS-STATUS-VAC
056400         END-IF
056500         GO TO 3610-EXIT
056600     END-IF.
056700
056800     MOVE "N" TO AUSM-FIN-SALDOS-SW.
056900     PERFORM 3615-LEER-UN-SALDO
057000         THRU 3615-EXIT
057100         UNTIL AUSM-FIN-SALDOS OR AUSM-SALDO-HALLADO.
057200     CLOSE VACACIONES-ARCHIVO.
057300
057400 3610-EXIT.
057500     EXIT.
057600
057700 3615-LEER-UN-SALDO.
057800     READ VACACIONES-ARCHIVO
057900         AT END
058000             MOVE "S" TO AUSM-FIN-SALDOS-SW
058100         NOT AT END
058200             IF VACACIONES-ID = AUSM-ID-BUSCADO
058300                 AND VACACIONES-ANO = AUSM-SAL-ANO
058400                 MOVE "S" TO AUSM-SALDO-HALLADO-SW
058500                 MOVE VACACIONES-DERECHO   TO AUSM-SAL-DERECHO
058600                 MOVE VACACIONES-ARRASTRE  TO AUSM-SAL-ARRASTRE
058700                 MOVE VACACIONES-CADUCIDAD TO AUSM-SAL-CADUCIDAD
058800             END-IF
058900     END-READ.
059000
059100 3615-EXIT.
059200     EXIT.
059300
059400******************************************************************
059500*    3620-SUMAR-VACACIONES
059600*    SUMA LOS DIAS DE LAS AUSENCIAS VAC DEL EMPLEADO QUE EMPIEZAN
059700*    EN EL AÑO, APARTE LAS QUE EMPIEZAN HASTA LA CADUCIDAD DE LOS
059800*    DIAS TRAIDOS.
059900******************************************************************
060000 3620-SUMAR-VACACIONES.
060100     OPEN INPUT AUSENCIAS-ARCHIVO.
060200     IF FS-STATUS-AUS NOT = "00"
060300         GO TO 3620-EXIT
060400     END-IF.
060500
060600     MOVE "N" TO AUSM-FIN-AUSENCIAS-SW.
060700     PERFORM 3625-LEER-UNA-VACACION
060800         THRU 3625-EXIT
060900         UNTIL AUSM-FIN-AUSENCIAS.
061000     CLOSE AUSENCIAS-ARCHIVO.
061100
061200 3620-EXIT.
061300     EXIT.
061400
061500 3625-LEER-UNA-VACACION.
061600     READ AUSENCIAS-ARCHIVO
061700         AT END
061800             MOVE "S" TO AUSM-FIN-AUSENCIAS-SW
061900             GO TO 3625-EXIT
062000     END-READ.
062100     IF AUSENCIAS-ID NOT = AUSM-ID-BUSCADO
062200         OR NOT AUSENCIAS-VACACIONES
062300         GO TO 3625-EXIT
062400     END-IF.
062500     MOVE AUSENCIAS-FECHA-INICIO (1:4) TO AUSM-ANO-AUSENCIA.
062600     IF AUSM-ANO-AUSENCIA NOT = AUSM-SAL-ANO
062700         GO TO 3625-EXIT
062800     END-IF.
062900
063000     ADD AUSENCIAS-DIAS TO AUSM-SAL-VAC-TOTAL.
063100     IF AUSENCIAS-FECHA-INICIO NOT > AUSM-SAL-CADUCIDAD
063200         ADD AUSENCIAS-DIAS TO AUSM-SAL-VAC-ANTES
063300     END-IF.
063400
063500 3625-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*    7400-CALCULAR-DERECHO
064000*    PRORRATEA EN AUSM-SAL-DERECHO EL DERECHO DEL AÑO AUSM-SAL-ANO
064100*    DEL EMPLEADO CON ALTA AUSM-ALTA-HALLADA: AUSM-DERECHO-VAC POR
064200*    LOS DIAS NATURALES EN PLANTILLA DESDE EL ALTA HASTA EL 31/12
064300*    ENTRE LOS DIAS DEL AÑO, REDONDEADO, IGUAL QUE EL CIERRE ANUAL
064400*    AUSCIERR. UN AÑO COMPLETO DA EL DERECHO ENTERO.
064500******************************************************************
064600 7400-CALCULAR-DERECHO.
064700     MOVE ZERO TO AUSM-SAL-DERECHO.
064800     COMPUTE AUSM-PRO-DESDE = AUSM-SAL-ANO * 10000 + 0101.
064900     COMPUTE AUSM-PRO-HASTA = AUSM-SAL-ANO * 10000 + 1231.
065000
065100     IF AUSM-ALTA-HALLADA IS NOT NUMERIC
065200         MOVE AUSM-DERECHO-VAC TO AUSM-SAL-DERECHO
065300         GO TO 7400-EXIT
065400     END-IF.
065500     IF AUSM-ALTA-HALLADA > AUSM-PRO-HASTA
065600         GO TO 7400-EXIT
065700     END-IF.
065800     IF AUSM-ALTA-HALLADA > AUSM-PRO-DESDE
065900         MOVE AUSM-ALTA-HALLADA TO AUSM-PRO-DESDE
066000     END-IF.
066100
066200     MOVE AUSM-PRO-DESDE TO AUSM-FECHA-CALCULO.
066300     PERFORM 7410-DIA-DEL-ANO THRU 7410-EXIT.
066400     MOVE AUSM-DIA-DEL-ANO TO AUSM-PRO-DIA-DESDE.
066500     MOVE AUSM-PRO-HASTA TO AUSM-FECHA-CALCULO.
066600     PERFORM 7410-DIA-DEL-ANO THRU 7410-EXIT.
066700     COMPUTE AUSM-PRO-DIAS =
066800         AUSM-DIA-DEL-ANO - AUSM-PRO-DIA-DESDE + 1.
066900
067000     IF AUSM-BISIESTO
067100         MOVE 366 TO AUSM-PRO-DIAS-ANO
067200     ELSE
067300         MOVE 365 TO AUSM-PRO-DIAS-ANO
067400     END-IF.
067500
067600     IF AUSM-PRO-DIAS NOT < AUSM-PRO-DIAS-ANO
067700         MOVE AUSM-DERECHO-VAC TO AUSM-SAL-DERECHO
067800     ELSE
067900         COMPUTE AUSM-SAL-DERECHO ROUNDED =
068000             AUSM-DERECHO-VAC * AUSM-PRO-DIAS / AUSM-PRO-DIAS-ANO
068100     END-IF.
068200
068300 7400-EXIT.
068400     EXIT.
068500
068600******************************************************************
068700*    7410-DIA-DEL-ANO
068800*    DEJA EN AUSM-DIA-DEL-ANO EL ORDINAL DENTRO DE SU AÑO DE
068900*    AUSM-FECHA-CALCULO, Y EN AUSM-BISIESTO SI EL AÑO LO ES:
069000*    DIVISIBLE POR 4 Y NO POR 100, O DIVISIBLE POR 400.
069100******************************************************************
069200 7410-DIA-DEL-ANO.
069300     MOVE "N" TO AUSM-BISIESTO-SW.
069400     DIVIDE AUSM-CALC-AAAA BY 4
069500         GIVING AUSM-BISIESTO-COCIENTE
069600         REMAINDER AUSM-BISIESTO-RESTO-4.
069700     DIVIDE AUSM-CALC-AAAA BY 100
069800         GIVING AUSM-BISIESTO-COCIENTE
069900         REMAINDER AUSM-BISIESTO-RESTO-100.
070000     DIVIDE AUSM-CALC-AAAA BY 400
070100         GIVING AUSM-BISIESTO-COCIENTE
070200         REMAINDER AUSM-BISIESTO-RESTO-400.
070300     IF (AUSM-BISIESTO-RESTO-4 = ZERO
070400         AND AUSM-BISIESTO-RESTO-100 NOT = ZERO)
070500         OR AUSM-BISIESTO-RESTO-400 = ZERO
070600         MOVE "S" TO AUSM-BISIESTO-SW
070700     END-IF.
070800
070900     MOVE AUSM-CALC-DD TO AUSM-DIA-DEL-ANO.
071000     IF AUSM-CALC-MM < 2 OR AUSM-CALC-MM > 12
071100         GO TO 7410-EXIT
071200     END-IF.
071300     PERFORM 7420-SUMAR-MES
071400         THRU 7420-EXIT
071500         VARYING AUSM-MES FROM 1 BY 1
071600         UNTIL AUSM-MES NOT < AUSM-CALC-MM.
071700
071800 7410-EXIT.
071900     EXIT.
072000
072100 7420-SUMAR-MES.
072200     ADD TABLA-DIAS-DEL-MES(AUSM-MES) TO AUSM-DIA-DEL-ANO.
072300     IF AUSM-MES = 2 AND AUSM-BISIESTO
072400         ADD 1 TO AUSM-DIA-DEL-ANO
072500     END-IF.
072600
072700 7420-EXIT.
072800     EXIT.
072900
073000 END PROGRAM AUSMANT.

