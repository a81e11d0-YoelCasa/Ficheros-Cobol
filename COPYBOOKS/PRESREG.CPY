000100******************************************************************
000200*    COPYBOOK.....: PRESREG.CPY
000300*    DESCRIPCION..: LAYOUT DEL REGISTRO MAESTRO DE PRESUPUESTOS
000400*                   DE PLANTILLA. CADA REGISTRO ES LA PLANTILLA Y
000500*                   LA MASA SALARIAL ANUAL APROBADAS POR LA
000600*                   DIRECCION PARA UN DEPARTAMENTO Y UN AÑO, CON
000700*                   CLAVE AÑO + DEPARTAMENTOS-CODIGO. LO MANTIENE
000800*                   PRESMANT Y LO COMPARA CON LA REALIDAD DE
000900*                   empleados.csv EL INFORME DE DESVIACIONES
001000*                   EMPPRESU.
001100*    AUTOR........: DEPARTAMENTO DE PROCESO DE DATOS
001200*
001300*    HISTORIAL DE MODIFICACIONES
001400*    FECHA       AUTOR   DESCRIPCION
001500*    ----------  ------  ------------------------------------
001600*    2026-10-15  JCR     CREACION DEL COPYBOOK.
001700******************************************************************
001800 01  PRESUPUESTOS-REGISTRO.
001900     05 PRESUPUESTOS-CLAVE.
002000        10 PRESUPUESTOS-ANO          PIC 9(04).
002100        10 PRESUPUESTOS-DEPTO        PIC X(03).
002200     05 PRESUPUESTOS-PLANTILLA       PIC 9(05).
002300     05 PRESUPUESTOS-MASA-SALARIAL   PIC 9(11)V99.
002400     05 PRESUPUESTOS-FECHA-CAMBIO    PIC 9(08).
002500     05 PRESUPUESTOS-AUTORIZADO-POR  PIC X(08).
