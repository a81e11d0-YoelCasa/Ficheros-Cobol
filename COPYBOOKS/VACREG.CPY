000100******************************************************************
000200*    COPYBOOK.....: VACREG.CPY
000300*    DESCRIPCION..: LAYOUT DEL REGISTRO DE SALDOS DE VACACIONES.
000400*                   UN REGISTRO POR EMPLEADO Y AÑO: DERECHO DEL
000500*                   AÑO PRORRATEADO POR ALTA Y BAJA, DIAS TRAIDOS
000600*                   DEL AÑO ANTERIOR Y SU CADUCIDAD Y, AL CERRAR
000700*                   EL AÑO, DIAS DISFRUTADOS, TRAIDOS CADUCADOS,
000800*                   TRASPASADOS AL AÑO SIGUIENTE Y PERDIDOS POR
000900*                   SUPERAR EL LIMITE DE TRASPASO. LO ESCRIBE
001000*                   EL CIERRE ANUAL AUSCIERR; LO LEEN AUSBAL Y
001100*                   AUSMANT.
001200*    AUTOR........: DEPARTAMENTO DE PROCESO DE DATOS
001300*
001400*    HISTORIAL DE MODIFICACIONES
001500*    FECHA       AUTOR   DESCRIPCION
001600*    ----------  ------  ------------------------------------
001700*    2026-10-15  JCR     CREACION DEL COPYBOOK.
001800******************************************************************
001900 01  VACACIONES-REGISTRO.
002000     05 VACACIONES-CLAVE.
002100        10 VACACIONES-ID             PIC 9(05).
002200        10 VACACIONES-ANO            PIC 9(04).
002300     05 VACACIONES-DERECHO           PIC 9(03).
002400     05 VACACIONES-ARRASTRE          PIC 9(03).
002500     05 VACACIONES-CADUCIDAD         PIC 9(08).
002600     05 VACACIONES-DISFRUTADOS       PIC 9(03).
002700     05 VACACIONES-CADUCADOS         PIC 9(03).
002800     05 VACACIONES-TRASPASADOS       PIC 9(03).
002900     05 VACACIONES-PERDIDOS          PIC 9(03).
003000     05 VACACIONES-ESTADO            PIC X(01).
003100        88 VACACIONES-ABIERTO              VALUE "A".
003200        88 VACACIONES-CERRADO              VALUE "C".
003300     05 VACACIONES-FECHA-CIERRE      PIC 9(08).
