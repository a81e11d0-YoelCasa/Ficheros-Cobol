003120*                        LOGICA: ESTADO "A" O "B", FECHA DE BAJA
003130*                        COHERENTE CON EL ESTADO Y MOTIVO
003140*                        OBLIGATORIO EN LAS BAJAS.
003150*    2026-10-15  JCR     EL DEPARTAMENTO SOLO SE EXIGE EN EL
003160*                        MAESTRO A LOS EMPLEADOS QUE NO ESTAN DE
003170*                        BAJA: LAS BAJAS CONSERVAN EL CODIGO QUE
003180*                        TENIAN AL SALIR AUNQUE UNA REORGANIZACION
003190*                        LO HAYA RETIRADO DESPUES.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
031900         PERFORM 2900-ESCRIBIR-EXCEPCION THRU 2900-EXIT
032000     END-IF.
032100
032200*    DEPARTAMENTO: EXISTENTE EN EL MAESTRO, SALVO EN LAS BAJAS,
032220*    QUE SOLO DEBEN TENERLO INFORMADO (SU CODIGO PUEDE HABER
032240*    SIDO RETIRADO POR UNA REORGANIZACION DESPUES DE LA BAJA).
032300     MOVE EMPLEADOS-DEPTO TO DEPTO-BUSCADO.
032310     IF EMPLEADOS-EN-BAJA
032320         IF EMPLEADOS-DEPTO = SPACES
032330             MOVE "DEPARTAMENTO EN BLANCO" TO LD-MOTIVO
032340             PERFORM 2900-ESCRIBIR-EXCEPCION THRU 2900-EXIT
032350         END-IF
032360     ELSE
032400         PERFORM 2300-VALIDAR-DEPTO THRU 2300-EXIT
032500         IF NOT VERI-DEPTO-VALIDO
032600             MOVE "DEPARTAMENTO NO EXISTE EN EL MAESTRO"
032650                 TO LD-MOTIVO
032700             PERFORM 2900-ESCRIBIR-EXCEPCION THRU 2900-EXIT
032800         END-IF
032850     END-IF.
032900
033000*    FECHA DE ALTA: FECHA DE CALENDARIO REAL.
033100     PERFORM 2400-VALIDAR-FECHA-ALTA THRU 2400-EXIT.
