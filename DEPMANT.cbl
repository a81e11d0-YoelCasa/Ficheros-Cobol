001300*                   DE CODIGOS FIJADAS EN LOS PROGRAMAS: Ficheros
001400*                   Y EMPMANT VALIDAN AHORA EL DEPARTAMENTO CONTRA
001500*                   departamentos.csv, QUE ESTE PROGRAMA MANTIENE.
001520*                   NO SE ADMITE LA BAJA DE UN DEPARTAMENTO QUE
001540*                   TODAVIA TENGA EMPLEADOS ACTIVOS EN
001560*                   empleados.csv: PRIMERO HAY QUE TRASLADARLOS
001580*                   (EMPMANT O LA REORGANIZACION EMPREORG).
001600*
001700*    HISTORIAL DE MODIFICACIONES
001800*    FECHA       AUTOR   DESCRIPCION
002200*                        departamentos.csv AL ARRANCAR Y SE VUELCA
002300*                        DE NUEVO TRAS CADA ALTA, BAJA O
002400*                        MODIFICACION.
002420*    2026-10-15  JCR     LA BAJA SE RECHAZA MIENTRAS QUEDEN
002440*                        EMPLEADOS ACTIVOS ASIGNADOS AL
002460*                        DEPARTAMENTO EN empleados.csv.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FS-STATUS-CSV.
004000
004010     SELECT EMPLEADOS-ARCHIVO
004020         ASSIGN TO "g:\Usuarios\empleados.csv"
004030         ORGANIZATION IS LINE SEQUENTIAL
004040         FILE STATUS IS FS-STATUS-EMP.
004050
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  DEPARTAMENTOS-MAESTRO.
005000     05 CSV-CENTRO-COSTE       PIC 9(05).
005100     05 CSV-RESPONSABLE        PIC X(30).
005200
005220 FD  EMPLEADOS-ARCHIVO.
005240 COPY EMPREG.
005260
005300 WORKING-STORAGE SECTION.
005400******************************************************************
005500*    LITERALES DE PANTALLA
009100        88 DEPM-CAMPO-INVALIDO             VALUE "S".
009200     05 DEPM-FIN-CSV-SW            PIC X(01) VALUE "N".
009300        88 DEPM-FIN-CSV                     VALUE "S".
009320     05 DEPM-FIN-EMP-SW            PIC X(01) VALUE "N".
009340        88 DEPM-FIN-EMP                     VALUE "S".
009360     05 DEPM-EMP-ILEGIBLE-SW       PIC X(01) VALUE "N".
009380        88 DEPM-EMP-ILEGIBLE                VALUE "S".
009400
009500******************************************************************
009600*    CAMPOS INTERMEDIOS: SE ACEPTA SOBRE ELLOS Y SOLO SE TRASLADAN
011200
011300 01  FS-STATUS                     PIC X(02).
011400 01  FS-STATUS-CSV                 PIC X(02).
011420 01  FS-STATUS-EMP                 PIC X(02).
011440 01  DEPM-ACTIVOS-DEPTO            PIC 9(05) COMP VALUE ZERO.
011500
011600 PROCEDURE DIVISION.
011700******************************************************************
031000
031100******************************************************************
031200*    4000-BAJA
031300*    ELIMINA UN DEPARTAMENTO EXISTENTE DEL MAESTRO. LA BAJA SE
031320*    RECHAZA SI EL DEPARTAMENTO TODAVIA TIENE EMPLEADOS ACTIVOS
031340*    O SI NO SE HA PODIDO COMPROBAR empleados.csv: EMPVERIF Y
031360*    EMPCCEXT NO SABRIAN DONDE IMPUTARLOS.
031400******************************************************************
031500 4000-BAJA.
031600     PERFORM 7000-LOCALIZAR-REGISTRO THRU 7000-EXIT.
031700     IF DEPM-REGISTRO-ENCONTRADO
031705         PERFORM 4100-CONTAR-ACTIVOS THRU 4100-EXIT
031710         IF DEPM-EMP-ILEGIBLE
031715             DISPLAY "BAJA RECHAZADA: NO SE PUDO LEER "
031720                 "empleados.csv. STATUS: " FS-STATUS-EMP
031725             GO TO 4000-EXIT
031730         END-IF
031735         IF DEPM-ACTIVOS-DEPTO > ZERO
031740             DISPLAY "BAJA RECHAZADA: EL DEPARTAMENTO TIENE "
031745                 DEPM-ACTIVOS-DEPTO " EMPLEADOS ACTIVOS."
031750             DISPLAY "TRASLADELOS ANTES DE DARLO DE BAJA."
031755             GO TO 4000-EXIT
031760         END-IF
031800         DELETE DEPARTAMENTOS-MAESTRO
031900             INVALID KEY
032000                 DISPLAY "ERROR AL DAR DE BAJA. STATUS: "
032800 4000-EXIT.
032900     EXIT.
033000
033002******************************************************************
033004*    4100-CONTAR-ACTIVOS
033006*    CUENTA EN DEPM-ACTIVOS-DEPTO LOS EMPLEADOS ACTIVOS DE
033008*    empleados.csv ASIGNADOS AL DEPARTAMENTO QUE SE QUIERE DAR DE
033010*    BAJA. SI empleados.csv NO EXISTE NO HAY NINGUNO; CUALQUIER
033012*    OTRO ERROR DE APERTURA DEJA DEPM-EMP-ILEGIBLE ACTIVADO.
033014******************************************************************
033016 4100-CONTAR-ACTIVOS.
033018     MOVE ZERO TO DEPM-ACTIVOS-DEPTO.
033020     MOVE "N" TO DEPM-EMP-ILEGIBLE-SW.
033022     OPEN INPUT EMPLEADOS-ARCHIVO.
033024     IF FS-STATUS-EMP = "35"
033026         GO TO 4100-EXIT
033028     END-IF.
033030     IF FS-STATUS-EMP NOT = "00"
033032         MOVE "S" TO DEPM-EMP-ILEGIBLE-SW
033034         GO TO 4100-EXIT
033036     END-IF.
033038
033040     MOVE "N" TO DEPM-FIN-EMP-SW.
033042     PERFORM 4110-LEER-UN-EMPLEADO
033044         THRU 4110-EXIT
033046         UNTIL DEPM-FIN-EMP.
033048     CLOSE EMPLEADOS-ARCHIVO.
033050
033052 4100-EXIT.
033054     EXIT.
033056
033058 4110-LEER-UN-EMPLEADO.
033060     READ EMPLEADOS-ARCHIVO
033062         AT END
033064             MOVE "S" TO DEPM-FIN-EMP-SW
033066         NOT AT END
033068             IF EMPLEADOS-ACTIVO
033070                 AND EMPLEADOS-DEPTO = DEPARTAMENTOS-CODIGO
033072                 ADD 1 TO DEPM-ACTIVOS-DEPTO
033074             END-IF
033076     END-READ.
033078
033080 4110-EXIT.
033082     EXIT.
033084
033100******************************************************************
033200*    5000-MODIFICAR
033300*    REESCRIBE LOS DATOS DE UN DEPARTAMENTO YA EXISTENTE. ENTER
