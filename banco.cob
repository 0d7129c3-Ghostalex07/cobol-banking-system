        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-BIZ-TEL
        FILE STATUS IS FS-BIZUM.
    SELECT ARCH-CERT-FISCAL ASSIGN TO "CERTFISC.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CERT-FISCAL.
    SELECT ARCH-RES-FISCAL ASSIGN TO "RESFISC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RES-FISCAL.
    SELECT ARCH-ALERTA-DIA ASSIGN TO "ALERTDIA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ALERTA-DIA.
    SELECT ARCH-ALERTAS ASSIGN TO "ALERTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-ALE-ID
        FILE STATUS IS FS-ALERTAS.
    SELECT ARCH-PARTICIP ASSIGN TO "PARTICIP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-PAR-CLAVE
        FILE STATUS IS FS-PARTICIP.
    SELECT ARCH-MOV-INTER ASSIGN TO "MOVINTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-MIN-REF
        FILE STATUS IS FS-MOV-INTER.
    SELECT ARCH-EMBARGOS ASSIGN TO "EMBARGOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-EMB-CLAVE
        FILE STATUS IS FS-EMBARGOS.
    SELECT ARCH-SOLICITUDES ASSIGN TO "SOLICITU.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-SOL-ID
        FILE STATUS IS FS-SOLICITUDES.
    SELECT ARCH-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-DIS-CLAVE
        FILE STATUS IS FS-DISPUTAS.
    SELECT ARCH-PAGOS ASSIGN TO "PAGOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PAGOS.
    SELECT ARCH-PAGOS-REG ASSIGN TO "PAGOSREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-PRG-CLAVE
        FILE STATUS IS FS-PAGOS-REG.
    SELECT ARCH-PREF-AVISOS ASSIGN TO "PREFAVIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-PNT-DNI
        FILE STATUS IS FS-PREF-AVISOS.
    SELECT ARCH-NOTIFICA ASSIGN TO "NOTIFICA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-NOTIFICA.
    SELECT ARCH-INACTIVAS ASSIGN TO "INACTIVA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FD-INA-CTA
        FILE STATUS IS FS-INACTIVAS.

DATA DIVISION.
FILE SECTION.

*> ---------------------------------------------------------------
*> MAESTRO DE MOVIMIENTOS (persistencia entre sesiones)
*> Estado: C=confirmado, P=pendiente de liquidacion (transferencia
*> exterior), A=anulado (tiene contraasiento "AN" que lo neutraliza).
*> ---------------------------------------------------------------
FD  ARCH-MOVIMIENTOS.
01  FD-MOV-REC.
*>   IDE interes de descubiertos     PFP penalizacion plazo fijo
*>   FXM margen de cambio divisas
*>   IPA intereses abonados a clientes (gasto)
*>   RET retenciones IRPF practicadas, a ingresar en Hacienda
*>   EMB fondos embargados, a traspasar a la autoridad ordenante
*> Sentido: I=ingreso del banco, G=gasto del banco, A=anulacion de
*> un ingreso ya asentado (p.ej. la comision de una transferencia
*> anulada), que resta de su cuenta en los resumenes, P=pasivo con
*> terceros (no es resultado: queda fuera de ingresos y gastos).
*> ---------------------------------------------------------------
FD  ARCH-LIBRO.
01  FD-LIB-REC.
    05 FD-BIZ-TEL          PIC X(12).
    05 FD-BIZ-CTA          PIC 9(8).

*> ---------------------------------------------------------------
*> CERTIFICADOS FISCALES ANUALES DE INTERESES (salida imprimible)
*> ---------------------------------------------------------------
FD  ARCH-CERT-FISCAL.
01  FD-LINEA-CERT          PIC X(100).

*> ---------------------------------------------------------------
*> RESUMEN FISCAL ANUAL (formato fijo, un registro por cliente):
*> ejercicio(4) dni(10) nombre(35) cuentas(3) bruto(14) retencion(14)
*> saldo a 31/12(14), importes con dos decimales implicitos.
*> ---------------------------------------------------------------
FD  ARCH-RES-FISCAL.
01  FD-RFI-LINEA           PIC X(100).

*> ---------------------------------------------------------------
*> DETECCIONES DE EFECTIVO DEL DIA (operacion unica o acumulado en
*> ventana por DNI). Se escribe al operar y se vacia al consolidar
*> en el cierre de dia.
*> ---------------------------------------------------------------
FD  ARCH-ALERTA-DIA.
01  FD-ALD-REC.
    05 FD-ALD-FECHA        PIC X(10).
    05 FD-ALD-HORA         PIC X(8).
    05 FD-ALD-DNI          PIC X(10).
    05 FD-ALD-CTA          PIC 9(8).
    05 FD-ALD-TIPO         PIC X(2).
    05 FD-ALD-IMPORTE      PIC 9(10)V99.
    05 FD-ALD-REGLA-OPER   PIC X(1).
    05 FD-ALD-REGLA-VENT   PIC X(1).
    05 FD-ALD-SUMA-VENT    PIC 9(12)V99.
    05 FD-ALD-REF          PIC X(12).
    05 FD-ALD-USUARIO      PIC X(20).

*> ---------------------------------------------------------------
*> ALERTAS DE EFECTIVO CONSOLIDADAS (una abierta como maximo por DNI
*> para el efectivo y otra para los abonos exteriores)
*> Motivo: U=operacion unica, V=acumulado en ventana, M=ambos,
*>         E=abono exterior ("TI") de importe inusual.
*> Estado: A=abierta, D=descartada, R=comunicada (resuelven solo
*> supervisores, con comentario y traza en AUDIT.DAT).
*> ---------------------------------------------------------------
FD  ARCH-ALERTAS.
01  FD-ALE-REC.
    05 FD-ALE-ID           PIC 9(6).
    05 FD-ALE-DNI          PIC X(10).
    05 FD-ALE-FECHA        PIC X(10).
    05 FD-ALE-ULT-FECHA    PIC X(10).
    05 FD-ALE-MOTIVO       PIC X(1).
    05 FD-ALE-NUM-OPS      PIC 9(4).
    05 FD-ALE-IMP-MAX      PIC 9(10)V99.
    05 FD-ALE-SUMA-VENT    PIC 9(12)V99.
    05 FD-ALE-ULT-REF      PIC X(12).
    05 FD-ALE-ESTADO       PIC X(1).
    05 FD-ALE-COMENT       PIC X(40).
    05 FD-ALE-RESUELTA     PIC X(20).
    05 FD-ALE-FECHA-RES    PIC X(10).

*> ---------------------------------------------------------------
*> INTERVINIENTES DE CUENTA (relacion DNI <-> cuenta ademas del
*> titular de referencia CTA-DNI). Rol: C=cotitular, A=autorizado de
*> firma (limite por operacion opcional; cero = sin limite).
*> ---------------------------------------------------------------
FD  ARCH-PARTICIP.
01  FD-PAR-REC.
    05 FD-PAR-CLAVE.
       10 FD-PAR-CTA       PIC 9(8).
       10 FD-PAR-DNI       PIC X(10).
    05 FD-PAR-ROL          PIC X(1).
    05 FD-PAR-LIMITE       PIC 9(8)V99.
    05 FD-PAR-FECHA-ALTA   PIC X(10).

*> ---------------------------------------------------------------
*> INTERVINIENTE QUE ORDENO CADA REINTEGRO O TRANSFERENCIA (por
*> referencia del apunte). Rol: T=titular, C=cotitular, A=autorizado.
*> ---------------------------------------------------------------
FD  ARCH-MOV-INTER.
01  FD-MIN-REC.
    05 FD-MIN-REF          PIC X(12).
    05 FD-MIN-CTA          PIC 9(8).
    05 FD-MIN-DNI          PIC X(10).
    05 FD-MIN-ROL          PIC X(1).

*> ---------------------------------------------------------------
*> ORDENES DE EMBARGO / RETENCION SOBRE CUENTAS (juzgados, Agencia
*> Tributaria...). Clave: cuenta + secuencia de la orden en la cuenta.
*> Estado: A=activa, L=cumplida (retenido = ordenado), C=levantada
*> por la autoridad.
*> ---------------------------------------------------------------
FD  ARCH-EMBARGOS.
01  FD-EMB-REC.
    05 FD-EMB-CLAVE.
       10 FD-EMB-CTA       PIC 9(8).
       10 FD-EMB-SEC       PIC 9(3).
    05 FD-EMB-AUTORIDAD    PIC X(30).
    05 FD-EMB-EXPEDIENTE   PIC X(20).
    05 FD-EMB-ORDENADO     PIC 9(10)V99.
    05 FD-EMB-RETENIDO     PIC 9(10)V99.
    05 FD-EMB-ESTADO       PIC X(1).
    05 FD-EMB-FECHA-ALTA   PIC X(10).
    05 FD-EMB-FECHA-FIN    PIC X(10).

*> ---------------------------------------------------------------
*> SOLICITUDES DE PRESTAMO. Estado: P=pendiente de supervisor,
*> A=aprobada (sin disponer), R=rechazada, D=dispuesta (prestamo
*> FD-SOL-PRE-ID abonado). Mismo trazado que SOL-REG.
*> ---------------------------------------------------------------
FD  ARCH-SOLICITUDES.
01  FD-SOL-REC.
    05 FD-SOL-ID           PIC 9(6).
    05 FD-SOL-FECHA        PIC X(10).
    05 FD-SOL-CTA          PIC 9(8).
    05 FD-SOL-DNI          PIC X(10).
    05 FD-SOL-IMPORTE      PIC 9(10)V99.
    05 FD-SOL-PLAZO        PIC 9(3).
    05 FD-SOL-CUOTA        PIC 9(8)V99.
    05 FD-SOL-INGRESOS     PIC 9(8)V99.
    05 FD-SOL-CUOTAS-VIG   PIC 9(8)V99.
    05 FD-SOL-ESFUERZO     PIC 9V9(4).
    05 FD-SOL-INCIDENCIAS  PIC 9(3).
    05 FD-SOL-PUNTOS       PIC 9(3).
    05 FD-SOL-ESTADO       PIC X(1).
    05 FD-SOL-AUTO         PIC X(1).
    05 FD-SOL-MOTIVO       PIC X(40).
    05 FD-SOL-RESUELVE     PIC X(20).
    05 FD-SOL-FECHA-RES    PIC X(10).
    05 FD-SOL-PRE-ID       PIC 9(6).

*> ---------------------------------------------------------------
*> DISPUTAS DE COMPRAS CON TARJETA. Clave: referencia del apunte
*> "CO" + tarjeta. Motivo: NR no recibido, DU cargo duplicado, IE
*> importe erroneo, NA no autorizada, DF producto defectuoso.
*> Estado: A=abierta, G=ganada (abono definitivo), P=perdida (se
*> recarga al cliente). Modo del abono provisional: U=descontado
*> del saldo usado de la tarjeta de credito, C=abonado en cuenta
*> (debito, o compra ya liquidada en extracto; FD-DIS-REF-ABONO).
*> ---------------------------------------------------------------
FD  ARCH-DISPUTAS.
01  FD-DIS-REC.
    05 FD-DIS-CLAVE.
       10 FD-DIS-REF       PIC X(12).
       10 FD-DIS-TAR       PIC X(19).
    05 FD-DIS-CTA          PIC 9(8).
    05 FD-DIS-TIPO-TAR     PIC X(1).
    05 FD-DIS-IMPORTE      PIC 9(10)V99.
    05 FD-DIS-MOTIVO       PIC X(2).
    05 FD-DIS-FECHA        PIC X(10).
    05 FD-DIS-ESTADO       PIC X(1).
    05 FD-DIS-MODO         PIC X(1).
    05 FD-DIS-REF-ABONO    PIC X(12).
    05 FD-DIS-FECHA-RES    PIC X(10).
    05 FD-DIS-RESUELVE     PIC X(20).

*> ---------------------------------------------------------------
*> FICHERO DE PAGOS DE EMPRESA (entrada; trazado en W-PMA-LINEA)
*> ---------------------------------------------------------------
FD  ARCH-PAGOS.
01  FD-PAG-LINEA           PIC X(110).

*> ---------------------------------------------------------------
*> REGISTRO DE FICHEROS DE PAGOS EJECUTADOS. Clave: cuenta de cargo
*> + identificador del fichero; impide procesar dos veces el mismo.
*> ---------------------------------------------------------------
FD  ARCH-PAGOS-REG.
01  FD-PRG-REC.
    05 FD-PRG-CLAVE.
       10 FD-PRG-CTA       PIC 9(8).
       10 FD-PRG-FICHERO   PIC X(20).
    05 FD-PRG-FECHA        PIC X(10).
    05 FD-PRG-LINEAS       PIC 9(5).
    05 FD-PRG-ACEPTADAS    PIC 9(5).
    05 FD-PRG-TOTAL        PIC 9(12)V99.
    05 FD-PRG-REF          PIC X(12).
    05 FD-PRG-USUARIO      PIC X(20).

*> ---------------------------------------------------------------
*> PREFERENCIAS DE AVISO POR CLIENTE (clave DNI). Un cliente sin
*> registro recibe los avisos por SMS y email y no tiene umbrales;
*> un umbral a cero queda desactivado.
*> ---------------------------------------------------------------
FD  ARCH-PREF-AVISOS.
01  FD-PNT-REC.
    05 FD-PNT-DNI          PIC X(10).
    05 FD-PNT-SMS          PIC X(1).
    05 FD-PNT-EMAIL        PIC X(1).
    05 FD-PNT-SALDO-MIN    PIC 9(8)V99.
    05 FD-PNT-MOV-MAX      PIC 9(8)V99.
    05 FD-PNT-FECHA        PIC X(10).

*> ---------------------------------------------------------------
*> BANDEJA DE AVISOS A CLIENTES (salida; la recoge la pasarela de
*> SMS y correo). Un registro por canal y aviso.
*> Canal: S=SMS, E=email.
*> ---------------------------------------------------------------
FD  ARCH-NOTIFICA.
01  FD-NOT-REC.
    05 FD-NOT-FECHA        PIC X(10).
    05 FD-NOT-HORA         PIC X(8).
    05 FD-NOT-DNI          PIC X(10).
    05 FD-NOT-CANAL        PIC X(1).
    05 FD-NOT-DESTINO      PIC X(35).
    05 FD-NOT-EVENTO       PIC X(3).
    05 FD-NOT-CTA          PIC 9(8).
    05 FD-NOT-TEXTO        PIC X(80).

*> ---------------------------------------------------------------
*> CUENTAS INACTIVAS (una por cuenta que haya sido marcada alguna
*> vez). Estado: D=inactiva, T=inactiva con saldo traspasado a fondos
*> no reclamados, R=reactivada por supervisor. Mientras este en D o T
*> la cuenta no admite salidas de fondos; los ingresos si.
*> ---------------------------------------------------------------
FD  ARCH-INACTIVAS.
01  FD-INA-REC.
    05 FD-INA-CTA          PIC 9(8).
    05 FD-INA-ESTADO       PIC X(1).
    05 FD-INA-FECHA        PIC X(10).
    05 FD-INA-ULT-ACT      PIC X(10).
    05 FD-INA-TRASPASADO   PIC 9(10)V99.
    05 FD-INA-FECHA-TRASP  PIC X(10).
    05 FD-INA-FECHA-REACT  PIC X(10).
    05 FD-INA-REACTIVA     PIC X(20).

WORKING-STORAGE SECTION.

*> ---------------------------------------------------------------
01 CFG-PLAZO-MIN-MESES   PIC 9(3)     VALUE 1.
01 CFG-PLAZO-MAX-MESES   PIC 9(3)     VALUE 60.
01 CFG-PENAL-PLAZO       PIC 9V9(4)   VALUE 0.5000.
01 CFG-RETENCION-INTERES PIC 9V9(4)   VALUE 0.1900.
01 CFG-ALE-UMBRAL-OPER   PIC 9(8)V99  VALUE 10000.00.
01 CFG-ALE-UMBRAL-VENTANA PIC 9(8)V99 VALUE 10000.00.
01 CFG-ALE-DIAS-VENTANA  PIC 9(3)     VALUE 7.
*> Abono exterior recibido por remesa que se considera inusual.
01 CFG-ALE-UMBRAL-ABO    PIC 9(8)V99  VALUE 50000.00.
*> Saldo inembargable que se deja siempre a disposicion del cliente.
01 CFG-EMB-MINIMO        PIC 9(8)V99  VALUE 1134.00.
*> Solicitudes de prestamo: meses de ingresos que se promedian,
*> esfuerzo maximo (cuotas / ingresos), puntuacion minima e importe
*> hasta el que una solicitud apta se aprueba sin supervisor.
01 CFG-SOL-MESES         PIC 9(2)     VALUE 6.
01 CFG-SOL-ESFUERZO-MAX  PIC 9V9(4)   VALUE 0.3500.
01 CFG-SOL-PUNTOS-MIN    PIC 9(3)     VALUE 60.
01 CFG-SOL-AUTO-MAX      PIC 9(8)V99  VALUE 6000.00.
01 CFG-DIS-DIAS-AVISO    PIC 9(3)     VALUE 45.
01 CFG-PMA-MAX-LINEAS    PIC 9(3)     VALUE 200.
*> Cuentas inactivas: meses sin actividad del cliente para marcarla
*> y meses (desde la ultima actividad) para traspasar su saldo a
*> fondos no reclamados (20 anos, plazo legal de abandono).
01 CFG-INA-MESES         PIC 9(3)     VALUE 24.
01 CFG-INA-MESES-TRASP   PIC 9(3)     VALUE 240.
01 CFG-INA-MAX-CTAS      PIC 9(4)     VALUE 5000.

*> ---------------------------------------------------------------
*> CUENTA EN CURSO (CTA-REG) Y CUENTA DESTINO (CTB-REG)
01 FS-LIBRO              PIC X(2)     VALUE "00".
01 FS-DIV-HIST           PIC X(2)     VALUE "00".
01 FS-BIZUM              PIC X(2)     VALUE "00".
01 FS-CERT-FISCAL        PIC X(2)     VALUE "00".
01 FS-RES-FISCAL         PIC X(2)     VALUE "00".
01 FS-ALERTA-DIA         PIC X(2)     VALUE "00".
01 FS-ALERTAS            PIC X(2)     VALUE "00".
01 FS-PARTICIP           PIC X(2)     VALUE "00".
01 FS-MOV-INTER          PIC X(2)     VALUE "00".
01 FS-EMBARGOS           PIC X(2)     VALUE "00".
01 FS-SOLICITUDES        PIC X(2)     VALUE "00".
01 FS-DISPUTAS           PIC X(2)     VALUE "00".
01 FS-PAGOS              PIC X(2)     VALUE "00".
01 FS-PAGOS-REG          PIC X(2)     VALUE "00".
01 FS-PREF-AVISOS        PIC X(2)     VALUE "00".
01 FS-NOTIFICA           PIC X(2)     VALUE "00".
01 FS-INACTIVAS          PIC X(2)     VALUE "00".
01 W-LINEA-PRN           PIC X(100)   VALUE SPACES.
01 W-NOMBRE-PRN          PIC X(12)    VALUE "INFORME.PRT".
01 W-DATOS-PREVIOS       PIC X(1)     VALUE "N".
01 W-LIB-IMPORTE         PIC 9(10)V99 VALUE ZEROS.
01 W-PYG-DESDE           PIC X(10)    VALUE SPACES.
01 W-PYG-HASTA           PIC X(10)    VALUE SPACES.
01 W-PYG-ING             PIC S9(12)V99 VALUE ZEROS.
01 W-PYG-GAS             PIC 9(12)V99 VALUE ZEROS.
01 W-PYG-NETO            PIC S9(12)V99 VALUE ZEROS.
01 G-NUM-PYG             PIC 9(2)     VALUE ZEROS.
   05 PYG OCCURS 8 TIMES.
      10 PYG-COD          PIC X(3)     VALUE SPACES.
      10 PYG-NOM          PIC X(26)    VALUE SPACES.
      10 PYG-IMP          PIC S9(12)V99 VALUE ZEROS.
01 W-OPCION-INF          PIC 9(2)     VALUE ZEROS.

*> ---------------------------------------------------------------
01 W-CAMBIO-ANT          PIC 9(4)V9(4) VALUE ZEROS.
01 W-MARGEN-FX           PIC 9(8)V99  VALUE ZEROS.

*> ---------------------------------------------------------------
*> ANULACION DE MOVIMIENTOS (apunte original y contraasiento)
*> ---------------------------------------------------------------
01 W-ANU-REF             PIC X(12)    VALUE SPACES.
01 W-ANU-REF-NUEVA       PIC X(12)    VALUE SPACES.
01 W-ANU-ID              PIC 9(6)     VALUE ZEROS.
01 W-ANU-CTA             PIC 9(8)     VALUE ZEROS.
01 W-ANU-TIPO            PIC X(2)     VALUE SPACES.
01 W-ANU-IMPORTE         PIC 9(10)V99 VALUE ZEROS.
01 W-ANU-DESC            PIC X(40)    VALUE SPACES.
01 W-ANU-FECHA           PIC X(10)    VALUE SPACES.
01 W-ANU-USUARIO         PIC X(20)    VALUE SPACES.
01 W-ANU-ESTADO          PIC X(1)     VALUE SPACE.
01 W-ANU-ENC             PIC X(1)     VALUE "N".
01 W-ANU-COMISION        PIC 9(8)V99  VALUE ZEROS.
01 W-ANU-DST-ID          PIC 9(6)     VALUE ZEROS.
01 W-ANU-DST-CTA         PIC 9(8)     VALUE ZEROS.
01 W-ANU-DST-REF         PIC X(12)    VALUE SPACES.
01 W-ANU-TAR             PIC 9(3)     VALUE ZEROS.

*> ---------------------------------------------------------------
*> RETENCION SOBRE INTERESES Y CERTIFICADOS FISCALES ANUALES
*> ---------------------------------------------------------------
01 W-RETENCION           PIC 9(10)V99 VALUE ZEROS.
01 W-RET-TOTAL           PIC 9(12)V99 VALUE ZEROS.
01 W-FIS-EJERCICIO       PIC X(4)     VALUE SPACES.
01 W-FIS-ANIO            PIC 9(4)     VALUE ZEROS.
01 W-FIS-FIN-CLI         PIC X(1)     VALUE "N".
01 W-FIS-DNI             PIC X(10)    VALUE SPACES.
01 W-FIS-NOMBRE          PIC X(35)    VALUE SPACES.
01 W-FIS-NCLI            PIC 9(6)     VALUE ZEROS.
01 W-FIS-NCTAS           PIC 9(3)     VALUE ZEROS.
01 W-FIS-BRUTO           PIC 9(12)V99 VALUE ZEROS.
01 W-FIS-RETEN           PIC 9(12)V99 VALUE ZEROS.
01 W-FIS-SALDO           PIC 9(12)V99 VALUE ZEROS.
01 W-FIS-CTA-BRUTO       PIC 9(10)V99 VALUE ZEROS.
01 W-FIS-CTA-RETEN       PIC 9(10)V99 VALUE ZEROS.
01 W-FIS-CTA-SALDO       PIC 9(10)V99 VALUE ZEROS.
01 W-FIS-CTA-VIVA        PIC X(1)     VALUE "N".
01 W-FIS-PCT             PIC 9(2)V99  VALUE ZEROS.
01 W-LINEA-CERT          PIC X(100)   VALUE SPACES.
01 W-RFI-REG.
   05 W-RFI-EJERCICIO     PIC X(4)     VALUE SPACES.
   05 W-RFI-DNI           PIC X(10)    VALUE SPACES.
   05 W-RFI-NOMBRE        PIC X(35)    VALUE SPACES.
   05 W-RFI-NCTAS         PIC 9(3)     VALUE ZEROS.
   05 W-RFI-BRUTO         PIC 9(12)V99 VALUE ZEROS.
   05 W-RFI-RETEN         PIC 9(12)V99 VALUE ZEROS.
   05 W-RFI-SALDO         PIC 9(12)V99 VALUE ZEROS.

*> ---------------------------------------------------------------
*> ALERTAS DE EFECTIVO Y FRACCIONAMIENTO
*> ---------------------------------------------------------------
01 G-ULT-ALE             PIC 9(6)     VALUE 400000.
01 W-ALE-ID              PIC 9(6)     VALUE ZEROS.
01 W-ALE-DNI             PIC X(10)    VALUE SPACES.
01 W-ALE-OPERANTE        PIC X(1)     VALUE "N".
01 W-ALE-CLASE-ABO       PIC X(1)     VALUE "N".
01 W-ALE-SUPERV          PIC X(20)    VALUE SPACES.
01 W-ALE-REGLA-OPER      PIC X(1)     VALUE "N".
01 W-ALE-REGLA-VENT      PIC X(1)     VALUE "N".
01 W-ALE-SUMA            PIC 9(12)V99 VALUE ZEROS.
01 W-ALE-ENC             PIC X(1)     VALUE "N".
01 W-ALE-FIN             PIC X(1)     VALUE "N".
01 W-ALE-NUEVAS          PIC 9(6)     VALUE ZEROS.
01 W-ALE-COMENT          PIC X(40)    VALUE SPACES.
01 W-ALE-GUARDA          PIC X(250)   VALUE SPACES.
01 W-ALE-NCTAS           PIC 9(3)     VALUE ZEROS.
01 TBL-ALE-CTAS.
   05 ALE-CTA            PIC 9(8)     OCCURS 50 TIMES VALUE ZEROS.
01 W-DIAS-ATRAS          PIC 9(5)     VALUE ZEROS.
01 W-FECHA-DESDE         PIC X(10)    VALUE SPACES.

*> ---------------------------------------------------------------
*> INTERVINIENTES DE CUENTA (registro en curso y quien opera)
*> ---------------------------------------------------------------
01 PAR-REG.
   05 PAR-CTA            PIC 9(8)     VALUE ZEROS.
   05 PAR-DNI            PIC X(10)    VALUE SPACES.
   05 PAR-ROL            PIC X(1)     VALUE SPACE.
   05 PAR-LIMITE         PIC 9(8)V99  VALUE ZEROS.
   05 PAR-FECHA-ALTA     PIC X(10)    VALUE SPACES.
01 W-PAR-DNI             PIC X(10)    VALUE SPACES.
01 W-PAR-ROL             PIC X(1)     VALUE SPACE.
01 W-PAR-ROL-TXT         PIC X(12)    VALUE SPACES.
01 W-PAR-LIMITE          PIC 9(8)V99  VALUE ZEROS.
01 W-PAR-ABIERTO         PIC X(1)     VALUE "N".
01 W-PAR-ENC             PIC X(1)     VALUE "N".
01 W-PAR-FIN             PIC X(1)     VALUE "N".
01 W-PAR-NUEVO-TIT       PIC X(10)    VALUE SPACES.
01 W-PAR-OPE-DNI         PIC X(10)    VALUE SPACES.
01 W-PAR-OPE-ROL         PIC X(1)     VALUE SPACE.
01 W-PAR-OPE-LIMITE      PIC 9(8)V99  VALUE ZEROS.

*> ---------------------------------------------------------------
*> EMBARGOS Y RETENCIONES SOBRE CUENTAS
*> ---------------------------------------------------------------
01 W-EMB-PDTE            PIC 9(10)V99 VALUE ZEROS.
01 W-EMB-BLOQUEO         PIC 9(10)V99 VALUE ZEROS.
01 W-EMB-DISPONIBLE      PIC 9(10)V99 VALUE ZEROS.
01 W-EMB-TRASPASO        PIC 9(10)V99 VALUE ZEROS.
01 W-EMB-ORDENADO        PIC 9(10)V99 VALUE ZEROS.
01 W-EMB-AUTORIDAD       PIC X(30)    VALUE SPACES.
01 W-EMB-EXPEDIENTE      PIC X(20)    VALUE SPACES.
01 W-EMB-SEC             PIC 9(3)     VALUE ZEROS.
01 W-EMB-ULT-SEC         PIC 9(3)     VALUE ZEROS.
01 W-EMB-FIN             PIC X(1)     VALUE "N".
01 W-EMB-CNT             PIC 9(5)     VALUE ZEROS.
01 W-EMB-TOT-ORD         PIC 9(10)V99 VALUE ZEROS.
01 W-EMB-TOT-RET         PIC 9(10)V99 VALUE ZEROS.

*> ---------------------------------------------------------------
*> SOLICITUDES DE PRESTAMO Y PUNTUACION DE SOLVENCIA
*> ---------------------------------------------------------------
01 SOL-REG.
   05 SOL-ID             PIC 9(6)     VALUE ZEROS.
   05 SOL-FECHA          PIC X(10)    VALUE SPACES.
   05 SOL-CTA            PIC 9(8)     VALUE ZEROS.
   05 SOL-DNI            PIC X(10)    VALUE SPACES.
   05 SOL-IMPORTE        PIC 9(10)V99 VALUE ZEROS.
   05 SOL-PLAZO          PIC 9(3)     VALUE ZEROS.
   05 SOL-CUOTA          PIC 9(8)V99  VALUE ZEROS.
   05 SOL-INGRESOS       PIC 9(8)V99  VALUE ZEROS.
   05 SOL-CUOTAS-VIG     PIC 9(8)V99  VALUE ZEROS.
   05 SOL-ESFUERZO       PIC 9V9(4)   VALUE ZEROS.
   05 SOL-INCIDENCIAS    PIC 9(3)     VALUE ZEROS.
   05 SOL-PUNTOS         PIC 9(3)     VALUE ZEROS.
   05 SOL-ESTADO         PIC X(1)     VALUE SPACE.
   05 SOL-AUTO           PIC X(1)     VALUE "N".
   05 SOL-MOTIVO         PIC X(40)    VALUE SPACES.
   05 SOL-RESUELVE       PIC X(20)    VALUE SPACES.
   05 SOL-FECHA-RES      PIC X(10)    VALUE SPACES.
   05 SOL-PRE-ID         PIC 9(6)     VALUE ZEROS.
01 G-ULT-SOL             PIC 9(6)     VALUE 600000.
01 W-SOL-ID              PIC 9(6)     VALUE ZEROS.
01 W-SOL-ENC             PIC X(1)     VALUE "N".
01 W-SOL-FIN             PIC X(1)     VALUE "N".
01 W-SOL-APTA            PIC X(1)     VALUE "N".
01 W-SOL-MORA            PIC X(1)     VALUE "N".
01 W-SOL-DESCUB          PIC X(1)     VALUE "N".
01 W-SOL-INGRESOS        PIC S9(10)V99 VALUE ZEROS.
01 W-SOL-ESFUERZO        PIC 9(3)V9(4) VALUE ZEROS.
01 W-SOL-PUNTOS-C        PIC S9(5)    VALUE ZEROS.
01 W-SOL-PCT             PIC 9(3)V99  VALUE ZEROS.
01 W-SOL-TIPO            PIC X(2)     VALUE SPACES.
01 W-SOL-DESC-MOV        PIC X(40)    VALUE SPACES.
01 W-SOL-ES-ING          PIC X(1)     VALUE "N".
01 W-SOL-ES-SUYA         PIC X(1)     VALUE "N".
01 W-SOL-BUSCA-CTA       PIC 9(8)     VALUE ZEROS.
01 W-SOL-ESTADO          PIC X(1)     VALUE SPACE.
01 W-SOL-ESTADO-TXT      PIC X(10)    VALUE SPACES.
01 W-SOL-MOTIVO          PIC X(40)    VALUE SPACES.
01 W-SOL-SUPERV          PIC X(20)    VALUE SPACES.
01 W-SOL-I               PIC 9(2)     VALUE ZEROS.
01 W-SOL-NUM-CTAS        PIC 9(2)     VALUE ZEROS.
01 TBL-SOL-CTAS.
   05 SOL-CTA-CLI        PIC 9(8)     OCCURS 20 TIMES VALUE ZEROS.

*> ---------------------------------------------------------------
*> DISPUTAS DE COMPRAS CON TARJETA
*> ---------------------------------------------------------------
01 W-DIS-REF             PIC X(12)    VALUE SPACES.
01 W-DIS-TAR             PIC X(19)    VALUE SPACES.
01 W-DIS-CTA             PIC 9(8)     VALUE ZEROS.
01 W-DIS-TIPO-TAR        PIC X(1)     VALUE SPACE.
01 W-DIS-IMPORTE         PIC 9(10)V99 VALUE ZEROS.
01 W-DIS-MOTIVO          PIC X(2)     VALUE SPACES.
01 W-DIS-MOTIVO-TXT      PIC X(20)    VALUE SPACES.
01 W-DIS-MODO            PIC X(1)     VALUE SPACE.
01 W-DIS-REF-ABONO       PIC X(12)    VALUE SPACES.
01 W-DIS-RESULT          PIC X(1)     VALUE SPACE.
01 W-DIS-SUPERV          PIC X(20)    VALUE SPACES.
01 W-DIS-ENC             PIC X(1)     VALUE "N".
01 W-DIS-FIN             PIC X(1)     VALUE "N".
01 W-DIS-CNT             PIC 9(5)     VALUE ZEROS.
01 W-DIS-NUM             PIC 9(3)     VALUE ZEROS.
01 W-DIS-ABIERTO         PIC 9(10)V99 VALUE ZEROS.
01 W-DIS-TOTAL           PIC 9(10)V99 VALUE ZEROS.
01 W-DIS-DIAS            PIC 9(3)     VALUE ZEROS.
01 W-DIS-DIAS-AB         PIC 9(5)     VALUE ZEROS.

*> ---------------------------------------------------------------
*> REMESAS DE PAGOS DE EMPRESA (PAGOS.DAT)
*> Cabecera: CAB + cuenta de cargo + identificador del fichero +
*> numero de lineas + total. Detalle: DET + destino (cuenta de 8
*> digitos o IBAN) + beneficiario + importe + concepto.
*> ---------------------------------------------------------------
01 W-PMA-LINEA           PIC X(110)   VALUE SPACES.
01 W-PMA-CAB REDEFINES W-PMA-LINEA.
   05 W-PMA-CAB-TIPO     PIC X(3).
   05 W-PMA-CAB-CTA      PIC 9(8).
   05 W-PMA-CAB-FICHERO  PIC X(20).
   05 W-PMA-CAB-LINEAS   PIC 9(5).
   05 W-PMA-CAB-TOTAL    PIC 9(10)V99.
   05 FILLER             PIC X(62).
01 W-PMA-DET REDEFINES W-PMA-LINEA.
   05 W-PMA-DET-TIPO     PIC X(3).
   05 W-PMA-DET-DESTINO  PIC X(24).
   05 W-PMA-DET-BENEF    PIC X(35).
   05 W-PMA-DET-IMPORTE  PIC 9(10)V99.
   05 W-PMA-DET-CONCEPTO PIC X(20).
   05 FILLER             PIC X(16).
01 W-PMA-CTA             PIC 9(8)     VALUE ZEROS.
01 W-PMA-TITULAR         PIC X(35)    VALUE SPACES.
01 W-PMA-FICHERO         PIC X(20)    VALUE SPACES.
01 W-PMA-LINEAS-CAB      PIC 9(5)     VALUE ZEROS.
01 W-PMA-TOTAL-CAB       PIC 9(10)V99 VALUE ZEROS.
01 W-PMA-CAB-LEIDA       PIC X(1)     VALUE "N".
01 W-PMA-FIN             PIC X(1)     VALUE "N".
01 W-PMA-EJECUTADA       PIC X(1)     VALUE "N".
01 W-PMA-MOTIVO          PIC X(40)    VALUE SPACES.
01 W-PMA-OK-TXT          PIC X(12)    VALUE SPACES.
01 W-PMA-REF             PIC X(12)    VALUE SPACES.
01 W-PMA-I               PIC 9(3)     VALUE ZEROS.
01 W-PMA-NUM             PIC 9(3)     VALUE ZEROS.
01 W-PMA-NUM-ACE         PIC 9(3)     VALUE ZEROS.
01 W-PMA-NUM-REC         PIC 9(3)     VALUE ZEROS.
01 W-PMA-NUM-EXT         PIC 9(3)     VALUE ZEROS.
01 W-PMA-SUMA            PIC 9(12)V99 VALUE ZEROS.
01 W-PMA-TOT-ACE         PIC 9(12)V99 VALUE ZEROS.
01 W-PMA-COMISION        PIC 9(8)V99  VALUE ZEROS.
01 TBL-PAGOS.
   05 PMA OCCURS 200 TIMES.
      10 PMA-DESTINO      PIC X(24)     VALUE SPACES.
      10 PMA-BENEF        PIC X(35)     VALUE SPACES.
      10 PMA-IMPORTE      PIC 9(10)V99  VALUE ZEROS.
      10 PMA-CONCEPTO     PIC X(20)     VALUE SPACES.
      10 PMA-CTA          PIC 9(8)      VALUE ZEROS.
      10 PMA-MODO         PIC X(1)      VALUE SPACE.
      10 PMA-ESTADO       PIC X(1)      VALUE SPACE.
      10 PMA-MOTIVO       PIC X(28)     VALUE SPACES.

*> ---------------------------------------------------------------
*> AVISOS A CLIENTES (NOTIFICA.DAT y preferencias PREFAVIS.DAT).
*> Eventos: RIM recibo impagado, MOR cuota impagada, PFV/PFR plazo
*> fijo vencido/renovado, TRN tarjeta renovada, EXT extracto de
*> tarjeta, SBA saldo bajo, MIM movimiento importante.
*> ---------------------------------------------------------------
01 W-NOT-DNI             PIC X(10)    VALUE SPACES.
01 W-NOT-CTA             PIC 9(8)     VALUE ZEROS.
01 W-NOT-EVENTO          PIC X(3)     VALUE SPACES.
01 W-NOT-TEXTO           PIC X(80)    VALUE SPACES.
01 W-NOT-CANAL           PIC X(1)     VALUE SPACE.
01 W-NOT-DESTINO         PIC X(35)    VALUE SPACES.
01 W-NOT-FECHA           PIC X(10)    VALUE SPACES.
01 W-NOT-FIN             PIC X(1)     VALUE "N".
01 W-NOT-IMPORTE         PIC 9(10)V99 VALUE ZEROS.
01 W-NOT-TOTAL           PIC 9(6)     VALUE ZEROS.
01 W-NOT-CAMBIO          PIC X(1)     VALUE "N".
01 W-NOT-AVISADA         PIC X(1)     VALUE "N".
01 W-NOT-I               PIC 9(3)     VALUE ZEROS.
01 W-NOT-NUM-AVI         PIC 9(3)     VALUE ZEROS.
01 W-PNT-ENC             PIC X(1)     VALUE "N".
01 W-PNT-SMS             PIC X(1)     VALUE "S".
01 W-PNT-EMAIL           PIC X(1)     VALUE "S".
01 W-PNT-SALDO-MIN       PIC 9(8)V99  VALUE ZEROS.
01 W-PNT-MOV-MAX         PIC 9(8)V99  VALUE ZEROS.
01 W-PNT-ANTES           PIC X(35)    VALUE SPACES.
01 TBL-NOT-EVENTOS.
   05 NEV OCCURS 8 TIMES.
      10 NEV-COD          PIC X(3)      VALUE SPACES.
      10 NEV-NOMBRE       PIC X(26)     VALUE SPACES.
      10 NEV-CNT          PIC 9(5)      VALUE ZEROS.
*> Cuentas ya avisadas por saldo bajo en la pasada del cierre.
01 TBL-NOT-AVISADAS.
   05 NOT-AVI-CTA OCCURS 500 TIMES PIC 9(8) VALUE ZEROS.

*> ---------------------------------------------------------------
*> CUENTAS INACTIVAS: registro de la cuenta en curso (cargado por
*> BUSCAR-INACTIVA desde INACTIVA.DAT) y tabla de ultima actividad
*> del cliente por cuenta para el lote mensual.
*> ---------------------------------------------------------------
01 INA-ESTADO            PIC X(1)     VALUE SPACE.
01 INA-FECHA             PIC X(10)    VALUE SPACES.
01 INA-ULT-ACT           PIC X(10)    VALUE SPACES.
01 INA-TRASPASADO        PIC 9(10)V99 VALUE ZEROS.
01 INA-FECHA-TRASP       PIC X(10)    VALUE SPACES.
01 INA-FECHA-REACT       PIC X(10)    VALUE SPACES.
01 INA-REACTIVA          PIC X(20)    VALUE SPACES.
01 W-INA-ENC             PIC X(1)     VALUE "N".
01 W-INA-INACTIVA        PIC X(1)     VALUE "N".
01 W-INA-CORTE           PIC X(10)    VALUE SPACES.
01 W-INA-CORTE-TRASP     PIC X(10)    VALUE SPACES.
01 W-INA-MESES           PIC 9(3)     VALUE ZEROS.
01 W-INA-ANIO            PIC 9(4)     VALUE ZEROS.
01 W-INA-MES             PIC 9(2)     VALUE ZEROS.
01 W-INA-DIA             PIC X(2)     VALUE SPACES.
01 W-INA-TOTMES          PIC 9(6)     VALUE ZEROS.
01 W-INA-FIN             PIC X(1)     VALUE "N".
01 W-INA-TIPO            PIC X(2)     VALUE SPACES.
01 W-INA-DESC-MOV        PIC X(40)    VALUE SPACES.
01 W-INA-FECHA-MOV       PIC X(10)    VALUE SPACES.
01 W-INA-BUSCA-CTA       PIC 9(8)     VALUE ZEROS.
01 W-INA-ES-ACT          PIC X(1)     VALUE "N".
01 W-INA-POS             PIC 9(4)     VALUE ZEROS.
01 W-INA-INI             PIC 9(4)     VALUE ZEROS.
01 W-INA-ULT             PIC 9(4)     VALUE ZEROS.
01 W-INA-MED             PIC 9(4)     VALUE ZEROS.
01 W-INA-I               PIC 9(4)     VALUE ZEROS.
01 W-INA-NUM             PIC 9(4)     VALUE ZEROS.
01 W-INA-FUERA           PIC 9(5)     VALUE ZEROS.
01 W-INA-NUEVAS          PIC 9(5)     VALUE ZEROS.
01 W-INA-CNT             PIC 9(5)     VALUE ZEROS.
01 W-INA-CNT-TRASP       PIC 9(5)     VALUE ZEROS.
01 W-INA-CNT-DEBE        PIC 9(5)     VALUE ZEROS.
01 W-INA-TOT-SALDO       PIC 9(12)V99 VALUE ZEROS.
01 W-INA-TOT-TRASP       PIC 9(12)V99 VALUE ZEROS.
01 W-INA-TOT-DEBE        PIC 9(12)V99 VALUE ZEROS.
01 W-INA-TRASP-TXT       PIC X(16)    VALUE SPACES.
01 TBL-ACTIVIDAD.
   05 ACT OCCURS 5000 TIMES.
      10 ACT-CTA          PIC 9(8)      VALUE ZEROS.
      10 ACT-ULT          PIC X(10)     VALUE SPACES.

*> ---------------------------------------------------------------
*> BIZUM POR TELEFONO (resolucion del destinatario)
*> ---------------------------------------------------------------
01 W-OPCION              PIC 9(1)     VALUE ZEROS.
01 W-SUBOP               PIC 9(1)     VALUE ZEROS.
01 W-SUBOP2              PIC 9(1)     VALUE ZEROS.
01 W-OPCION-CTA          PIC 9(2)     VALUE ZEROS.
01 W-BUSCAR-NRO          PIC 9(8)     VALUE ZEROS.
01 W-IDX-K               PIC 9(3)     VALUE ZEROS.
01 W-ENCONTRADO          PIC X(1)     VALUE "N".
01 W-TEMP                PIC 9(12)V99 VALUE ZEROS.
01 W-TEMP2               PIC 9(12)V99 VALUE ZEROS.
01 W-REF-STR             PIC X(12)    VALUE SPACES.
01 W-TEX-REF-NUM         PIC 9(6)     VALUE ZEROS.
01 W-I                   PIC 9(3)     VALUE ZEROS.
01 W-J                   PIC 9(3)     VALUE ZEROS.
01 W-K                   PIC 9(3)     VALUE ZEROS.
01 D-SALDO               PIC ZZ,ZZZ,ZZ9.99.
01 D-IMP                 PIC ZZ,ZZZ,ZZ9.99.
01 D-IMP-S               PIC -ZZ,ZZZ,ZZ9.99.
01 D-IMP2                PIC ZZ,ZZZ,ZZ9.99.
01 D-CNT                 PIC ZZZ,ZZ9.
01 D-CNT2                PIC ZZ9.
01 D-PCT                 PIC Z9.99.
    DISPLAY "  3. Modificar datos contacto   7. Cancelar cuenta"
    DISPLAY "  4. Listar todas las cuentas   8. Linea de descubierto"
    DISPLAY "  9. Cancelacion anticipada de plazo fijo"
    DISPLAY " 10. Intervinientes (cotitulares y autorizados)"
    DISPLAY " 11. Embargos y retenciones (supervisor)"
    DISPLAY " 12. Remesa de pagos de empresa (PAGOS.DAT)"
    DISPLAY " 13. Reactivar cuenta inactiva (supervisor)"
    DISPLAY "  0. Volver"
    DISPLAY LN-SEP2
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-OPCION-CTA
    EVALUATE W-OPCION-CTA
        WHEN 1 PERFORM ABRIR-CUENTA
        WHEN 2 PERFORM FICHA-COMPLETA
        WHEN 3 PERFORM MOD-CONTACTO
        WHEN 7 PERFORM CANCELAR-CUENTA
        WHEN 8 PERFORM CTA-DESCUBIERTO
        WHEN 9 PERFORM CTA-PLAZO-CANCELAR
        WHEN 10 PERFORM GESTION-INTERVINIENTES
        WHEN 11 PERFORM GESTION-EMBARGOS
        WHEN 12 PERFORM PAGOS-EMPRESA
        WHEN 13 PERFORM CTA-REACTIVAR
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  Opcion invalida"
    END-EVALUATE
*> caja del operador como cualquier otro ingreso "DE".
            MOVE "E" TO W-CAJ-SENTIDO
            PERFORM REGISTRAR-EFECTIVO
            PERFORM VIGILAR-EFECTIVO
        END-IF
        DISPLAY " "
        DISPLAY "  +-------------------------------------------------+"
        ELSE
            DISPLAY "  Bloqueo        : Sin bloqueo"
        END-IF
        PERFORM BUSCAR-INACTIVA
        IF W-INA-INACTIVA = "S"
            DISPLAY "  Inactividad    : *** INACTIVA desde " INA-FECHA
                    " (ult. actividad " INA-ULT-ACT ") ***"
        END-IF
        DISPLAY "  Fecha apertura : " CTA-FECHA-APT
        DISPLAY LN-SEP2
    END-IF
            PERFORM GRABAR-CTA-DIRECTO
            DISPLAY "  *** CONTACTO ACTUALIZADO ***"
            DISPLAY "  (aplicado a todas las cuentas del cliente)"
            PERFORM MOD-PREFERENCIAS-AVISO
            ADD 1 TO SES-OPERACIONES
        END-IF
    END-IF
    .

*> Preferencias de aviso del titular: se guardan por DNI, de modo
*> que valen para todas sus cuentas. Los umbrales se comprueban en el
*> cierre de dia sobre la actividad del dia cerrado.
MOD-PREFERENCIAS-AVISO.
    MOVE CTA-DNI TO W-NOT-DNI
    PERFORM LEER-PREF-AVISOS
    MOVE "N" TO W-NOT-CAMBIO
    MOVE SPACES TO W-PNT-ANTES
    STRING "SMS=" W-PNT-SMS " EMAIL=" W-PNT-EMAIL
        DELIMITED BY SIZE INTO W-PNT-ANTES
    MOVE W-PNT-SALDO-MIN TO D-IMP
    MOVE W-PNT-MOV-MAX TO D-IMP2
    DISPLAY "  Avisos al cliente: SMS=" W-PNT-SMS
            "  Email=" W-PNT-EMAIL
    DISPLAY "  Umbrales: saldo minimo " D-IMP
            "  movimiento " D-IMP2 " EUR (0=sin aviso)"
    DISPLAY "  Avisos por SMS (S/N, Enter=mantener): "
            WITH NO ADVANCING
    MOVE SPACE TO W-RESP
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF (W-RESP = "S" OR W-RESP = "N") AND W-RESP NOT = W-PNT-SMS
        MOVE W-RESP TO W-PNT-SMS
        MOVE "S" TO W-NOT-CAMBIO
    END-IF
    DISPLAY "  Avisos por email (S/N, Enter=mantener): "
            WITH NO ADVANCING
    MOVE SPACE TO W-RESP
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF (W-RESP = "S" OR W-RESP = "N") AND W-RESP NOT = W-PNT-EMAIL
        MOVE W-RESP TO W-PNT-EMAIL
        MOVE "S" TO W-NOT-CAMBIO
    END-IF
    IF W-NOT-CAMBIO = "S"
        MOVE "CTA" TO W-AUD-TIPO-REF
        MOVE CTA-NUM TO W-AUD-REF-ID
        MOVE "MOD-CANALES-AVISO" TO W-AUD-ACCION
        MOVE W-PNT-ANTES TO W-AUD-ANTES
        MOVE SPACES TO W-AUD-DESPUES
        STRING "SMS=" W-PNT-SMS " EMAIL=" W-PNT-EMAIL
            DELIMITED BY SIZE INTO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
    END-IF
    DISPLAY "  Modificar umbrales de aviso? (S/N): "
            WITH NO ADVANCING
    MOVE SPACE TO W-RESP
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        MOVE SPACES TO W-AUD-ANTES
        STRING W-PNT-SALDO-MIN "/" W-PNT-MOV-MAX
            DELIMITED BY SIZE INTO W-AUD-ANTES
        DISPLAY "  Avisar si el saldo baja de (EUR, 0=sin aviso): "
                WITH NO ADVANCING
        ACCEPT W-PNT-SALDO-MIN
        DISPLAY "  Avisar de movimientos desde (EUR, 0=sin aviso): "
                WITH NO ADVANCING
        ACCEPT W-PNT-MOV-MAX
        MOVE "S" TO W-NOT-CAMBIO
        MOVE "CTA" TO W-AUD-TIPO-REF
        MOVE CTA-NUM TO W-AUD-REF-ID
        MOVE "MOD-UMBRALES-AVISO" TO W-AUD-ACCION
        MOVE SPACES TO W-AUD-DESPUES
        STRING W-PNT-SALDO-MIN "/" W-PNT-MOV-MAX
            DELIMITED BY SIZE INTO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
    END-IF
    IF W-NOT-CAMBIO = "S"
        PERFORM GRABAR-PREF-AVISOS
        DISPLAY "  *** PREFERENCIAS DE AVISO ACTUALIZADAS ***"
    END-IF
    .

LISTAR-CUENTAS.
    DISPLAY " "
    DISPLAY LN-SEP2
*> (devolveria el principal bloqueado sin penalizacion): la via es
*> la cancelacion anticipada (Gestion de Cuentas, opcion 9).
            PERFORM VERIFICAR-PLAZO-BLOQUEADO
*> Ni una cuenta inactiva sin reactivar antes.
            IF W-ERROR = "N"
                PERFORM VERIFICAR-CTA-INACTIVA
            END-IF
*> Tampoco una cuenta con embargo activo: su saldo esta afecto a la
*> orden hasta que se cumpla o la autoridad la levante.
            IF W-ERROR = "N"
                PERFORM CALC-BLOQUEO-EMBARGO
                IF W-EMB-PDTE > ZEROS
                    DISPLAY "  ERROR: Cuenta con embargo activo"
                    MOVE "S" TO W-ERROR
                END-IF
            END-IF
            IF W-ERROR = "N"
                PERFORM PEDIR-PIN
            END-IF
    END-IF
    .

*> Intervinientes de una cuenta: ademas del titular de referencia
*> (CTA-DNI), cotitulares y autorizados de firma registrados en
*> PARTICIP.DAT. El autorizado puede tener un limite por operacion.
*> Altas y bajas quedan en AUDIT.DAT; la cuenta nunca se queda sin
*> titular (si se da de baja el de referencia, un cotitular pasa a
*> ocupar su lugar).
GESTION-INTERVINIENTES.
    DISPLAY " "
    DISPLAY "  === INTERVINIENTES DE LA CUENTA ==="
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        IF CTA-ACTIVA = "N"
            DISPLAY "  ERROR: Cuenta cancelada"
        ELSE
            PERFORM PEDIR-PIN
            IF W-PIN-OK = "S"
                PERFORM LISTAR-INTERVINIENTES
                DISPLAY "  1. Anadir interviniente"
                DISPLAY "  2. Quitar interviniente"
                DISPLAY "  0. Volver"
                DISPLAY "  Opcion: " WITH NO ADVANCING
                ACCEPT W-SUBOP2
                EVALUATE W-SUBOP2
                    WHEN 1 PERFORM ALTA-INTERVINIENTE
                    WHEN 2 PERFORM BAJA-INTERVINIENTE
                    WHEN 0 CONTINUE
                    WHEN OTHER DISPLAY "  Opcion invalida"
                END-EVALUATE
            END-IF
        END-IF
    END-IF
    .

LISTAR-INTERVINIENTES.
    DISPLAY LN-SEP2
    DISPLAY "  Cuenta " CTA-NUM
    DISPLAY "  DNI/NIF     ROL         LIMITE/OPER.   NOMBRE"
    DISPLAY "  " CTA-DNI "  titular     " "              "
            "  " CTA-TITULAR(1:28)
    MOVE "00" TO FS-PARTICIP
    OPEN INPUT ARCH-PARTICIP
    IF FS-PARTICIP = "00"
        MOVE CTA-NUM TO FD-PAR-CTA
        MOVE SPACES  TO FD-PAR-DNI
        MOVE "N" TO W-PAR-FIN
        START ARCH-PARTICIP KEY NOT < FD-PAR-CLAVE
            INVALID KEY
                MOVE "S" TO W-PAR-FIN
        END-START
        PERFORM UNTIL W-PAR-FIN = "S"
            READ ARCH-PARTICIP NEXT RECORD
                AT END
                    MOVE "S" TO W-PAR-FIN
            END-READ
            IF W-PAR-FIN = "N"
               AND (FS-PARTICIP NOT = "00" OR FD-PAR-CTA NOT = CTA-NUM)
                MOVE "S" TO W-PAR-FIN
            END-IF
            IF W-PAR-FIN = "N"
                MOVE FD-PAR-ROL TO W-PAR-ROL
                PERFORM NOMBRE-ROL
                MOVE FD-PAR-DNI TO W-CLI-DNI
                PERFORM BUSCAR-CLI
                IF W-CLI-ENC = "N"
                    MOVE SPACES TO CLI-NOMBRE
                END-IF
                IF FD-PAR-ROL = "A" AND FD-PAR-LIMITE > ZEROS
                    MOVE FD-PAR-LIMITE TO D-IMP
                    DISPLAY "  " FD-PAR-DNI "  " W-PAR-ROL-TXT
                            " " D-IMP "  " CLI-NOMBRE(1:28)
                ELSE
                    DISPLAY "  " FD-PAR-DNI "  " W-PAR-ROL-TXT
                            "              " "  " CLI-NOMBRE(1:28)
                END-IF
            END-IF
        END-PERFORM
        CLOSE ARCH-PARTICIP
    END-IF
    DISPLAY LN-SEP2
    .

ALTA-INTERVINIENTE.
    MOVE "N" TO W-ERROR
    DISPLAY "  DNI/NIF del interviniente: " WITH NO ADVANCING
    ACCEPT NC-DNI
    IF NC-DNI = SPACES
        DISPLAY "  ERROR: DNI obligatorio"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        MOVE NC-DNI TO W-PAR-DNI
        PERFORM ABRIR-PARTICIP-LECTURA
        PERFORM ROL-EN-CUENTA
        PERFORM CERRAR-PARTICIP-LECTURA
        IF W-PAR-ROL NOT = SPACE
            PERFORM NOMBRE-ROL
            DISPLAY "  ERROR: Ya figura en la cuenta como " W-PAR-ROL-TXT
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Rol (C=cotitular, A=autorizado): " WITH NO ADVANCING
        ACCEPT W-PAR-ROL
        MOVE FUNCTION UPPER-CASE(W-PAR-ROL) TO W-PAR-ROL
        MOVE ZEROS TO W-PAR-LIMITE
        IF W-PAR-ROL NOT = "C" AND W-PAR-ROL NOT = "A"
            DISPLAY "  ERROR: Rol no valido"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        IF W-PAR-ROL = "A"
            DISPLAY "  Limite por operacion (EUR, 0=sin limite): "
                    WITH NO ADVANCING
            ACCEPT W-PAR-LIMITE
        END-IF
*> El interviniente ha de existir en el maestro de clientes: si es
*> nuevo se le da de alta con sus datos de contacto.
        MOVE NC-DNI TO W-CLI-DNI
        PERFORM BUSCAR-CLI
        IF W-CLI-ENC = "S"
            DISPLAY "  Cliente ya registrado: " CLI-NOMBRE
        ELSE
            DISPLAY "  Nombre completo         : " WITH NO ADVANCING
            ACCEPT NC-TITULAR
            DISPLAY "  Telefono                : " WITH NO ADVANCING
            ACCEPT NC-TEL
            DISPLAY "  Email                   : " WITH NO ADVANCING
            ACCEPT NC-EMAIL
            PERFORM ALTA-CLIENTE
        END-IF
        MOVE CTA-NUM      TO PAR-CTA
        MOVE NC-DNI       TO PAR-DNI
        MOVE W-PAR-ROL    TO PAR-ROL
        MOVE W-PAR-LIMITE TO PAR-LIMITE
        MOVE SES-FECHA    TO PAR-FECHA-ALTA
        PERFORM GRABAR-PAR-DIRECTO
        PERFORM NOMBRE-ROL
        MOVE "CTA" TO W-AUD-TIPO-REF
        MOVE CTA-NUM TO W-AUD-REF-ID
        MOVE "ALTA-INTERVINIENTE" TO W-AUD-ACCION
        MOVE NC-DNI TO W-AUD-ANTES
        MOVE W-PAR-LIMITE TO D-IMP
        MOVE SPACES TO W-AUD-DESPUES
        STRING W-PAR-ROL-TXT " " D-IMP
            DELIMITED BY SIZE INTO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
        DISPLAY "  *** " NC-DNI " anadido como " W-PAR-ROL-TXT " ***"
        ADD 1 TO SES-OPERACIONES
    END-IF
    .

BAJA-INTERVINIENTE.
    MOVE "N" TO W-ERROR
    DISPLAY "  DNI/NIF a quitar: " WITH NO ADVANCING
    ACCEPT W-PAR-DNI
    PERFORM ABRIR-PARTICIP-LECTURA
    PERFORM ROL-EN-CUENTA
    PERFORM CERRAR-PARTICIP-LECTURA
    IF W-PAR-ROL = SPACE
        DISPLAY "  ERROR: No figura como interviniente de la cuenta"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N" AND W-PAR-ROL = "T"
*> Baja del titular de referencia: le sustituye el primer cotitular.
        PERFORM BUSCAR-COTITULAR
        IF W-PAR-ENC = "N"
            DISPLAY "  ERROR: La cuenta quedaria sin titular. "
                    "Anada antes otro cotitular."
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM NOMBRE-ROL
        DISPLAY "  Quitar a " W-PAR-DNI " (" W-PAR-ROL-TXT
                ")? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            IF W-PAR-ROL = "T"
                MOVE W-PAR-NUEVO-TIT TO W-CLI-DNI
                PERFORM BUSCAR-CLI
                MOVE W-PAR-NUEVO-TIT TO CTA-DNI
                IF W-CLI-ENC = "S"
                    MOVE CLI-NOMBRE TO CTA-TITULAR
                    MOVE CLI-TEL    TO CTA-TEL
                    MOVE CLI-EMAIL  TO CTA-EMAIL
                END-IF
                PERFORM GRABAR-CTA-DIRECTO
                MOVE W-PAR-NUEVO-TIT TO PAR-DNI
                PERFORM BORRAR-PAR-DIRECTO
                MOVE "CTA" TO W-AUD-TIPO-REF
                MOVE CTA-NUM TO W-AUD-REF-ID
                MOVE "CAMBIO-TITULAR" TO W-AUD-ACCION
                MOVE W-PAR-DNI TO W-AUD-ANTES
                MOVE W-PAR-NUEVO-TIT TO W-AUD-DESPUES
                PERFORM REGISTRAR-AUDITORIA
                DISPLAY "  Nuevo titular de referencia: "
                        CTA-DNI " " CTA-TITULAR
            ELSE
                MOVE W-PAR-DNI TO PAR-DNI
                PERFORM BORRAR-PAR-DIRECTO
            END-IF
            MOVE "CTA" TO W-AUD-TIPO-REF
            MOVE CTA-NUM TO W-AUD-REF-ID
            MOVE "BAJA-INTERVINIENTE" TO W-AUD-ACCION
            MOVE W-PAR-DNI TO W-AUD-ANTES
            MOVE W-PAR-ROL-TXT TO W-AUD-DESPUES
            PERFORM REGISTRAR-AUDITORIA
            DISPLAY "  *** INTERVINIENTE " W-PAR-DNI " QUITADO ***"
            ADD 1 TO SES-OPERACIONES
        ELSE
            DISPLAY "  Operacion cancelada."
        END-IF
    END-IF
    .

*> Primer cotitular de la cuenta en curso (W-PAR-ENC, W-PAR-NUEVO-TIT).
BUSCAR-COTITULAR.
    MOVE "N" TO W-PAR-ENC
    MOVE SPACES TO W-PAR-NUEVO-TIT
    MOVE "00" TO FS-PARTICIP
    OPEN INPUT ARCH-PARTICIP
    IF FS-PARTICIP = "00"
        MOVE CTA-NUM TO FD-PAR-CTA
        MOVE SPACES  TO FD-PAR-DNI
        MOVE "N" TO W-PAR-FIN
        START ARCH-PARTICIP KEY NOT < FD-PAR-CLAVE
            INVALID KEY
                MOVE "S" TO W-PAR-FIN
        END-START
        PERFORM UNTIL W-PAR-FIN = "S" OR W-PAR-ENC = "S"
            READ ARCH-PARTICIP NEXT RECORD
                AT END
                    MOVE "S" TO W-PAR-FIN
            END-READ
            IF W-PAR-FIN = "N"
               AND (FS-PARTICIP NOT = "00" OR FD-PAR-CTA NOT = CTA-NUM)
                MOVE "S" TO W-PAR-FIN
            END-IF
            IF W-PAR-FIN = "N" AND FD-PAR-ROL = "C"
                MOVE "S" TO W-PAR-ENC
                MOVE FD-PAR-DNI TO W-PAR-NUEVO-TIT
            END-IF
        END-PERFORM
        CLOSE ARCH-PARTICIP
    END-IF
    .

*> Quien ordena un reintegro o una transferencia sobre la cuenta en
*> curso: titular (por defecto), cotitular o autorizado. Deja el
*> interviniente en W-PAR-OPE-* (W-ERROR = "S" si el DNI no figura en
*> la cuenta).
IDENTIFICAR-INTERVINIENTE.
    DISPLAY "  DNI de quien opera [Enter=titular]: " WITH NO ADVANCING
    ACCEPT W-PAR-DNI
    IF W-PAR-DNI = SPACES
        MOVE CTA-DNI TO W-PAR-DNI
    END-IF
    PERFORM ABRIR-PARTICIP-LECTURA
    PERFORM ROL-EN-CUENTA
    PERFORM CERRAR-PARTICIP-LECTURA
    IF W-PAR-ROL = SPACE
        DISPLAY "  ERROR: " W-PAR-DNI " no figura como interviniente "
                "de la cuenta"
        MOVE "S" TO W-ERROR
    ELSE
        MOVE W-PAR-DNI    TO W-PAR-OPE-DNI
        MOVE W-PAR-ROL    TO W-PAR-OPE-ROL
        MOVE W-PAR-LIMITE TO W-PAR-OPE-LIMITE
        PERFORM NOMBRE-ROL
        DISPLAY "  Opera     : " W-PAR-OPE-DNI " (" W-PAR-ROL-TXT ")"
        IF W-PAR-OPE-ROL = "A" AND W-PAR-OPE-LIMITE > ZEROS
            MOVE W-PAR-OPE-LIMITE TO D-IMP
            DISPLAY "  Limite por operacion del autorizado: "
                    D-IMP " EUR"
        END-IF
    END-IF
    .

*> Deja constancia en MOVINTER.DAT del interviniente (W-PAR-OPE-*)
*> que ordeno el apunte recien asentado (W-REF-STR).
REGISTRAR-OPERANTE.
    MOVE "00" TO FS-MOV-INTER
    OPEN I-O ARCH-MOV-INTER
    IF FS-MOV-INTER = "35"
        OPEN OUTPUT ARCH-MOV-INTER
        CLOSE ARCH-MOV-INTER
        OPEN I-O ARCH-MOV-INTER
    END-IF
    MOVE W-REF-STR     TO FD-MIN-REF
    MOVE CTA-NUM       TO FD-MIN-CTA
    MOVE W-PAR-OPE-DNI TO FD-MIN-DNI
    MOVE W-PAR-OPE-ROL TO FD-MIN-ROL
    WRITE FD-MIN-REC
    IF FS-MOV-INTER NOT = "00"
        REWRITE FD-MIN-REC
    END-IF
    CLOSE ARCH-MOV-INTER
    .

*> Embargos y retenciones ordenados por un juzgado o por la Agencia
*> Tributaria sobre una cuenta: alta de la orden y levantamiento por
*> la autoridad. Mientras la orden esta activa la cuenta sigue abierta
*> a ingresos y solo queda retenido lo pendiente de la orden (ver
*> CALC-BLOQUEO-EMBARGO); el traspaso a la autoridad lo hace el cierre.
GESTION-EMBARGOS.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        PERFORM GESTION-EMBARGOS-EJEC
    END-IF
    .

GESTION-EMBARGOS-EJEC.
    DISPLAY " "
    DISPLAY "  === EMBARGOS Y RETENCIONES DE LA CUENTA ==="
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM LISTAR-EMBARGOS-CTA
        DISPLAY "  1. Registrar nueva orden de embargo"
        DISPLAY "  2. Levantar orden (por la autoridad)"
        DISPLAY "  0. Volver"
        DISPLAY "  Opcion: " WITH NO ADVANCING
        ACCEPT W-SUBOP2
        EVALUATE W-SUBOP2
            WHEN 1 PERFORM ALTA-EMBARGO
            WHEN 2 PERFORM LEVANTAR-EMBARGO
            WHEN 0 CONTINUE
            WHEN OTHER DISPLAY "  Opcion invalida"
        END-EVALUATE
    END-IF
    .

*> Ordenes de la cuenta en curso (deja en W-EMB-ULT-SEC la ultima
*> secuencia usada) y retencion vigente sobre su saldo.
LISTAR-EMBARGOS-CTA.
    DISPLAY LN-SEP2
    DISPLAY "  Cuenta " CTA-NUM "  " CTA-TITULAR(1:30)
    DISPLAY "  Estado: A=activa L=cumplida C=levantada"
    DISPLAY "  SEC AUTORIDAD            EXPEDIENTE          "
            "    ORDENADO      RETENIDO E"
    MOVE ZEROS TO W-EMB-ULT-SEC
    MOVE "00" TO FS-EMBARGOS
    OPEN INPUT ARCH-EMBARGOS
    IF FS-EMBARGOS = "00"
        MOVE CTA-NUM TO FD-EMB-CTA
        MOVE ZEROS   TO FD-EMB-SEC
        MOVE "N" TO W-EMB-FIN
        START ARCH-EMBARGOS KEY NOT < FD-EMB-CLAVE
            INVALID KEY
                MOVE "S" TO W-EMB-FIN
        END-START
        PERFORM UNTIL W-EMB-FIN = "S"
            READ ARCH-EMBARGOS NEXT RECORD
                AT END
                    MOVE "S" TO W-EMB-FIN
            END-READ
            IF W-EMB-FIN = "N"
               AND (FS-EMBARGOS NOT = "00" OR FD-EMB-CTA NOT = CTA-NUM)
                MOVE "S" TO W-EMB-FIN
            END-IF
            IF W-EMB-FIN = "N"
                MOVE FD-EMB-SEC TO W-EMB-ULT-SEC
                MOVE FD-EMB-ORDENADO TO D-IMP
                MOVE FD-EMB-RETENIDO TO D-IMP2
                DISPLAY "  " FD-EMB-SEC " " FD-EMB-AUTORIDAD(1:20)
                        " " FD-EMB-EXPEDIENTE " " D-IMP " " D-IMP2
                        " " FD-EMB-ESTADO
            END-IF
        END-PERFORM
        CLOSE ARCH-EMBARGOS
    END-IF
    IF W-EMB-ULT-SEC = ZEROS
        DISPLAY "  (sin ordenes de embargo)"
    END-IF
    PERFORM CALC-BLOQUEO-EMBARGO
    MOVE CTA-SALDO TO D-SALDO
    DISPLAY "  Saldo actual        : " D-SALDO " EUR"
    MOVE W-EMB-BLOQUEO TO D-IMP
    DISPLAY "  Retenido por embargo: " D-IMP " EUR"
    MOVE W-EMB-DISPONIBLE TO D-IMP
    DISPLAY "  Disponible cliente  : " D-IMP " EUR"
    DISPLAY LN-SEP2
    .

ALTA-EMBARGO.
    MOVE "N" TO W-ERROR
    IF CTA-ACTIVA = "N"
        DISPLAY "  ERROR: Cuenta cancelada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Autoridad que ordena : " WITH NO ADVANCING
        ACCEPT W-EMB-AUTORIDAD
        DISPLAY "  Referencia expediente: " WITH NO ADVANCING
        ACCEPT W-EMB-EXPEDIENTE
        DISPLAY "  Importe ordenado (EUR): " WITH NO ADVANCING
        ACCEPT W-EMB-ORDENADO
        IF W-EMB-AUTORIDAD = SPACES OR W-EMB-EXPEDIENTE = SPACES
            DISPLAY "  ERROR: Autoridad y expediente obligatorios"
            MOVE "S" TO W-ERROR
        END-IF
        IF W-EMB-ORDENADO <= ZEROS
            DISPLAY "  ERROR: Importe invalido"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        MOVE "00" TO FS-EMBARGOS
        OPEN I-O ARCH-EMBARGOS
        IF FS-EMBARGOS = "35"
            OPEN OUTPUT ARCH-EMBARGOS
            CLOSE ARCH-EMBARGOS
            OPEN I-O ARCH-EMBARGOS
        END-IF
        MOVE CTA-NUM          TO FD-EMB-CTA
        ADD 1 TO W-EMB-ULT-SEC GIVING FD-EMB-SEC
        MOVE W-EMB-AUTORIDAD  TO FD-EMB-AUTORIDAD
        MOVE W-EMB-EXPEDIENTE TO FD-EMB-EXPEDIENTE
        MOVE W-EMB-ORDENADO   TO FD-EMB-ORDENADO
        MOVE ZEROS            TO FD-EMB-RETENIDO
        MOVE "A"              TO FD-EMB-ESTADO
        MOVE SES-FECHA        TO FD-EMB-FECHA-ALTA
        MOVE SPACES           TO FD-EMB-FECHA-FIN
        WRITE FD-EMB-REC
        CLOSE ARCH-EMBARGOS
        MOVE "CTA" TO W-AUD-TIPO-REF
        MOVE CTA-NUM TO W-AUD-REF-ID
        MOVE "ALTA-EMBARGO" TO W-AUD-ACCION
        MOVE W-EMB-EXPEDIENTE TO W-AUD-ANTES
        MOVE W-EMB-ORDENADO TO D-IMP
        MOVE SPACES TO W-AUD-DESPUES
        STRING "Ordenado " D-IMP
            DELIMITED BY SIZE INTO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
        PERFORM CALC-BLOQUEO-EMBARGO
        MOVE W-EMB-BLOQUEO TO D-IMP
        DISPLAY "  *** ORDEN DE EMBARGO REGISTRADA ***"
        DISPLAY "  Retenido desde ahora: " D-IMP " EUR"
        ADD 1 TO SES-OPERACIONES
    END-IF
    .

LEVANTAR-EMBARGO.
    DISPLAY "  Secuencia de la orden: " WITH NO ADVANCING
    ACCEPT W-EMB-SEC
    MOVE "00" TO FS-EMBARGOS
    OPEN I-O ARCH-EMBARGOS
    IF FS-EMBARGOS NOT = "00"
        DISPLAY "  ERROR: Orden no encontrada"
    ELSE
        MOVE CTA-NUM   TO FD-EMB-CTA
        MOVE W-EMB-SEC TO FD-EMB-SEC
        READ ARCH-EMBARGOS RECORD
            INVALID KEY
                DISPLAY "  ERROR: Orden no encontrada"
            NOT INVALID KEY
                IF FD-EMB-ESTADO NOT = "A"
                    DISPLAY "  ERROR: La orden no esta activa"
                ELSE
                    DISPLAY "  Levantar " FD-EMB-EXPEDIENTE
                            "? (S/N): " WITH NO ADVANCING
                    ACCEPT W-RESP
                    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                    IF W-RESP = "S"
                        MOVE "C" TO FD-EMB-ESTADO
                        MOVE SES-FECHA TO FD-EMB-FECHA-FIN
                        REWRITE FD-EMB-REC
                        MOVE "CTA" TO W-AUD-TIPO-REF
                        MOVE CTA-NUM TO W-AUD-REF-ID
                        MOVE "LEVANTA-EMBARGO" TO W-AUD-ACCION
                        MOVE FD-EMB-EXPEDIENTE TO W-AUD-ANTES
                        MOVE "Levantado por la autoridad"
                            TO W-AUD-DESPUES
                        PERFORM REGISTRAR-AUDITORIA
                        DISPLAY "  *** ORDEN LEVANTADA ***"
                        ADD 1 TO SES-OPERACIONES
                    ELSE
                        DISPLAY "  Operacion cancelada."
                    END-IF
                END-IF
        END-READ
        CLOSE ARCH-EMBARGOS
    END-IF
    .

*> Remesa de pagos de una cuenta de empresa (nominas, proveedores)
*> desde el fichero PAGOS.DAT: cabecera "CAB" con la cuenta de cargo,
*> identificador del fichero, numero de lineas y total; lineas "DET"
*> con destino (cuenta interna de 8 digitos o IBAN), beneficiario,
*> importe y concepto. Todo el fichero se valida antes de asentar
*> nada; despues se carga la empresa una sola vez (apunte "PM" con
*> una comision sobre el total), se abonan las cuentas internas
*> (apunte "PI") y las lineas IBAN pasan a TRANSFEX.DAT para la
*> remesa de salida del cierre.
PAGOS-EMPRESA.
    DISPLAY " "
    DISPLAY "  === REMESA DE PAGOS DE EMPRESA (PAGOS.DAT) ==="
    MOVE "N" TO W-ERROR
    DISPLAY "  Cuenta de cargo: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        PERFORM VERIFICAR-OPERABLE
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-CTA-INACTIVA
    END-IF
    IF W-ERROR = "N"
        IF CTA-TIPO NOT = "E"
            DISPLAY "  ERROR: Solo para cuentas de empresa (tipo E)"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM PEDIR-PIN
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM IDENTIFICAR-INTERVINIENTE
    END-IF
    IF W-ERROR = "N"
        MOVE CTA-NUM     TO W-PMA-CTA
        MOVE CTA-TITULAR TO W-PMA-TITULAR
        PERFORM PMA-LEER-FICHERO
        IF W-PMA-MOTIVO = SPACES
            PERFORM PMA-VALIDAR-LINEAS
        END-IF
        IF W-PMA-MOTIVO = SPACES
            PERFORM PMA-VALIDAR-CARGO
        END-IF
        MOVE W-PMA-NUM TO D-CNT
        DISPLAY " "
        DISPLAY "  Fichero          : " W-PMA-FICHERO
        DISPLAY "  Lineas de detalle: " D-CNT
        IF W-PMA-MOTIVO NOT = SPACES
            DISPLAY "  *** FICHERO RECHAZADO: " W-PMA-MOTIVO " ***"
            MOVE "N" TO W-PMA-EJECUTADA
            PERFORM PMA-INFORME
            MOVE "CTA" TO W-AUD-TIPO-REF
            MOVE W-PMA-CTA TO W-AUD-REF-ID
            MOVE "PAGOS-RECHAZADOS" TO W-AUD-ACCION
            MOVE W-PMA-FICHERO TO W-AUD-ANTES
            MOVE W-PMA-MOTIVO TO W-AUD-DESPUES
            PERFORM REGISTRAR-AUDITORIA
        ELSE
            MOVE W-PMA-NUM-ACE TO D-CNT
            MOVE W-PMA-TOT-ACE TO D-IMP
            DISPLAY "  Lineas aceptadas : " D-CNT "  por " D-IMP " EUR"
            MOVE W-PMA-NUM-REC TO D-CNT
            DISPLAY "  Lineas rechazadas: " D-CNT
            MOVE W-PMA-COMISION TO D-IMP
            DISPLAY "  Comision 0.20%   : " D-IMP " EUR"
            DISPLAY "  Ejecutar la remesa? (S/N): " WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP = "S"
                PERFORM PMA-EJECUTAR
                MOVE "S" TO W-PMA-EJECUTADA
                PERFORM PMA-INFORME
                MOVE CTA-SALDO TO D-SALDO
                DISPLAY " "
                DISPLAY "  *** REMESA DE PAGOS EJECUTADA ***"
                DISPLAY "  Referencia del cargo: " W-PMA-REF
                DISPLAY "  Nuevo saldo         : " D-SALDO " EUR"
                ADD 1 TO SES-OPERACIONES
            ELSE
                DISPLAY "  Operacion cancelada."
            END-IF
        END-IF
    END-IF
    .

*> Carga PAGOS.DAT en TBL-PAGOS. Los defectos que invalidan el
*> fichero entero (sin cabecera, cabecera de otra cuenta, total o
*> numero de lineas que no cuadran, fichero ya procesado) quedan en
*> W-PMA-MOTIVO.
PMA-LEER-FICHERO.
    MOVE SPACES TO W-PMA-MOTIVO
    MOVE SPACES TO W-PMA-FICHERO
    MOVE "N"    TO W-PMA-CAB-LEIDA
    MOVE ZEROS  TO W-PMA-NUM
    MOVE ZEROS  TO W-PMA-SUMA
    MOVE ZEROS  TO W-PMA-LINEAS-CAB
    MOVE ZEROS  TO W-PMA-TOTAL-CAB
    MOVE "00" TO FS-PAGOS
    OPEN INPUT ARCH-PAGOS
    IF FS-PAGOS NOT = "00"
        MOVE "No se encuentra el fichero PAGOS.DAT" TO W-PMA-MOTIVO
    ELSE
        MOVE "N" TO W-PMA-FIN
        PERFORM UNTIL W-PMA-FIN = "S"
            READ ARCH-PAGOS
                AT END
                    MOVE "S" TO W-PMA-FIN
                NOT AT END
                    MOVE FD-PAG-LINEA TO W-PMA-LINEA
                    PERFORM PMA-TRATAR-LINEA
            END-READ
        END-PERFORM
        CLOSE ARCH-PAGOS
    END-IF
    IF W-PMA-MOTIVO = SPACES AND W-PMA-CAB-LEIDA = "N"
        MOVE "Fichero sin registro de cabecera" TO W-PMA-MOTIVO
    END-IF
    IF W-PMA-MOTIVO = SPACES AND W-PMA-NUM = ZEROS
        MOVE "Fichero sin lineas de detalle" TO W-PMA-MOTIVO
    END-IF
    IF W-PMA-MOTIVO = SPACES AND W-PMA-NUM NOT = W-PMA-LINEAS-CAB
        MOVE "Numero de lineas distinto de la cabecera"
            TO W-PMA-MOTIVO
    END-IF
    IF W-PMA-MOTIVO = SPACES AND W-PMA-SUMA NOT = W-PMA-TOTAL-CAB
        MOVE "Total de cabecera distinto de las lineas"
            TO W-PMA-MOTIVO
    END-IF
    IF W-PMA-MOTIVO = SPACES
        PERFORM PMA-BUSCAR-REGISTRO
    END-IF
    .

PMA-TRATAR-LINEA.
    IF W-PMA-MOTIVO = SPACES
        EVALUATE W-PMA-CAB-TIPO
            WHEN "CAB"
                PERFORM PMA-TRATAR-CABECERA
            WHEN "DET"
                PERFORM PMA-TRATAR-DETALLE
            WHEN OTHER
                IF W-PMA-LINEA NOT = SPACES
                    MOVE SPACES TO W-PMA-MOTIVO
                    STRING "Registro de tipo desconocido: "
                        W-PMA-CAB-TIPO
                        DELIMITED BY SIZE INTO W-PMA-MOTIVO
                END-IF
        END-EVALUATE
    END-IF
    .

PMA-TRATAR-CABECERA.
    IF W-PMA-CAB-LEIDA = "S"
        MOVE "Cabecera repetida en el fichero" TO W-PMA-MOTIVO
    ELSE
        IF W-PMA-CAB-CTA IS NOT NUMERIC
           OR W-PMA-CAB-LINEAS IS NOT NUMERIC
           OR W-PMA-CAB-TOTAL IS NOT NUMERIC
            MOVE "Cabecera con campos numericos invalidos"
                TO W-PMA-MOTIVO
        ELSE
            MOVE "S" TO W-PMA-CAB-LEIDA
            MOVE W-PMA-CAB-FICHERO TO W-PMA-FICHERO
            MOVE W-PMA-CAB-LINEAS  TO W-PMA-LINEAS-CAB
            MOVE W-PMA-CAB-TOTAL   TO W-PMA-TOTAL-CAB
            IF W-PMA-CAB-CTA NOT = W-PMA-CTA
                MOVE SPACES TO W-PMA-MOTIVO
                STRING "La cabecera es de la cuenta " W-PMA-CAB-CTA
                    DELIMITED BY SIZE INTO W-PMA-MOTIVO
            END-IF
            IF W-PMA-FICHERO = SPACES
                MOVE "Cabecera sin identificador de fichero"
                    TO W-PMA-MOTIVO
            END-IF
        END-IF
    END-IF
    .

PMA-TRATAR-DETALLE.
    IF W-PMA-CAB-LEIDA = "N"
        MOVE "Lineas de detalle antes de la cabecera"
            TO W-PMA-MOTIVO
    ELSE
        IF W-PMA-NUM >= CFG-PMA-MAX-LINEAS
            MOVE SPACES TO W-PMA-MOTIVO
            MOVE CFG-PMA-MAX-LINEAS TO D-CNT2
            STRING "Mas de " D-CNT2 " lineas de detalle"
                DELIMITED BY SIZE INTO W-PMA-MOTIVO
        ELSE
            ADD 1 TO W-PMA-NUM
            MOVE W-PMA-NUM TO W-PMA-I
            MOVE FUNCTION UPPER-CASE(W-PMA-DET-DESTINO)
                TO PMA-DESTINO(W-PMA-I)
            MOVE W-PMA-DET-BENEF    TO PMA-BENEF(W-PMA-I)
            MOVE W-PMA-DET-CONCEPTO TO PMA-CONCEPTO(W-PMA-I)
            IF PMA-CONCEPTO(W-PMA-I) = SPACES
                MOVE "Pago de empresa" TO PMA-CONCEPTO(W-PMA-I)
            END-IF
            MOVE ZEROS  TO PMA-CTA(W-PMA-I)
            MOVE SPACE  TO PMA-MODO(W-PMA-I)
            MOVE "A"    TO PMA-ESTADO(W-PMA-I)
            MOVE SPACES TO PMA-MOTIVO(W-PMA-I)
            IF W-PMA-DET-IMPORTE IS NUMERIC
                MOVE W-PMA-DET-IMPORTE TO PMA-IMPORTE(W-PMA-I)
                ADD W-PMA-DET-IMPORTE TO W-PMA-SUMA
            ELSE
                MOVE ZEROS TO PMA-IMPORTE(W-PMA-I)
                MOVE "R" TO PMA-ESTADO(W-PMA-I)
                MOVE "Importe no numerico" TO PMA-MOTIVO(W-PMA-I)
            END-IF
        END-IF
    END-IF
    .

*> El mismo fichero (cuenta + identificador) solo se ejecuta una vez.
PMA-BUSCAR-REGISTRO.
    MOVE "00" TO FS-PAGOS-REG
    OPEN INPUT ARCH-PAGOS-REG
    IF FS-PAGOS-REG = "00"
        MOVE W-PMA-CTA     TO FD-PRG-CTA
        MOVE W-PMA-FICHERO TO FD-PRG-FICHERO
        READ ARCH-PAGOS-REG RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO W-PMA-MOTIVO
                STRING "Fichero ya procesado el " FD-PRG-FECHA
                    " (ref " FD-PRG-REF ")"
                    DELIMITED BY SIZE INTO W-PMA-MOTIVO
        END-READ
        CLOSE ARCH-PAGOS-REG
    END-IF
    .

*> Validacion linea a linea: un beneficiario invalido rechaza solo su
*> linea, que queda fuera del cargo.
PMA-VALIDAR-LINEAS.
    MOVE ZEROS TO W-PMA-NUM-EXT
    MOVE ZEROS TO W-PMA-NUM-ACE
    MOVE ZEROS TO W-PMA-NUM-REC
    MOVE ZEROS TO W-PMA-TOT-ACE
    PERFORM VARYING W-PMA-I FROM 1 BY 1 UNTIL W-PMA-I > W-PMA-NUM
        IF PMA-ESTADO(W-PMA-I) = "A"
            PERFORM PMA-VALIDAR-UNA
        END-IF
        IF PMA-ESTADO(W-PMA-I) = "A"
            ADD 1 TO W-PMA-NUM-ACE
            ADD PMA-IMPORTE(W-PMA-I) TO W-PMA-TOT-ACE
        ELSE
            ADD 1 TO W-PMA-NUM-REC
        END-IF
    END-PERFORM
    IF W-PMA-NUM-ACE = ZEROS
        MOVE "Ninguna linea valida" TO W-PMA-MOTIVO
    END-IF
    .

PMA-VALIDAR-UNA.
    EVALUATE TRUE
        WHEN PMA-IMPORTE(W-PMA-I) = ZEROS
            MOVE "Importe a cero" TO PMA-MOTIVO(W-PMA-I)
        WHEN PMA-DESTINO(W-PMA-I)(1:8) IS NUMERIC
             AND PMA-DESTINO(W-PMA-I)(9:16) = SPACES
            MOVE "I" TO PMA-MODO(W-PMA-I)
            PERFORM PMA-VALIDAR-INTERNA
        WHEN PMA-DESTINO(W-PMA-I)(1:1) NOT = SPACE
             AND PMA-DESTINO(W-PMA-I)(1:2) IS ALPHABETIC
            MOVE "E" TO PMA-MODO(W-PMA-I)
            PERFORM PMA-VALIDAR-EXTERIOR
        WHEN OTHER
            MOVE "Destino no es cuenta ni IBAN"
                TO PMA-MOTIVO(W-PMA-I)
    END-EVALUATE
    IF PMA-MOTIVO(W-PMA-I) NOT = SPACES
        MOVE "R" TO PMA-ESTADO(W-PMA-I)
    END-IF
    .

PMA-VALIDAR-INTERNA.
    MOVE PMA-DESTINO(W-PMA-I)(1:8) TO W-BUSCAR-NRO
    PERFORM BUSCAR-CTA-DESTINO
    EVALUATE TRUE
        WHEN W-ENCONTRADO = "N"
            MOVE "Cuenta destino inexistente" TO PMA-MOTIVO(W-PMA-I)
        WHEN CTB-NUM = W-PMA-CTA
            MOVE "Destino igual a cuenta de cargo"
                TO PMA-MOTIVO(W-PMA-I)
        WHEN CTB-ACTIVA = "N"
            MOVE "Cuenta destino cancelada" TO PMA-MOTIVO(W-PMA-I)
        WHEN CTB-BLOQUEADA = "S"
            MOVE "Cuenta destino bloqueada" TO PMA-MOTIVO(W-PMA-I)
        WHEN OTHER
            MOVE CTB-NUM TO PMA-CTA(W-PMA-I)
    END-EVALUATE
    .

PMA-VALIDAR-EXTERIOR.
    IF PMA-BENEF(W-PMA-I) = SPACES
        MOVE "IBAN sin beneficiario" TO PMA-MOTIVO(W-PMA-I)
    ELSE
        IF G-NUM-TRANSF-EXT + W-PMA-NUM-EXT >= CFG-MAX-TRANSF-EXT
            MOVE "Cola de transf. exteriores llena"
                TO PMA-MOTIVO(W-PMA-I)
        ELSE
            ADD 1 TO W-PMA-NUM-EXT
        END-IF
    END-IF
    .

*> El cargo unico (lineas aceptadas mas comision) debe caber en el
*> saldo o el descubierto, descontada la retencion por embargo. Si
*> ordena un autorizado con limite por operacion, el total aceptado
*> de la remesa no puede superarlo.
PMA-VALIDAR-CARGO.
    MULTIPLY W-PMA-TOT-ACE BY CFG-COMISION-TRANSF
        GIVING W-PMA-COMISION
    IF W-PAR-OPE-ROL = "A" AND W-PAR-OPE-LIMITE > ZEROS
       AND W-PMA-TOT-ACE > W-PAR-OPE-LIMITE
        MOVE "Supera el limite del autorizado"
            TO W-PMA-MOTIVO
    ELSE
        ADD W-PMA-TOT-ACE W-PMA-COMISION GIVING W-IMPORTE
        PERFORM VERIFICAR-CARGO-POSIBLE
        IF W-DSC-CABE = "N"
            MOVE "Saldo insuficiente para el cargo total"
                TO W-PMA-MOTIVO
        END-IF
    END-IF
    .

PMA-EJECUTAR.
    ADD W-PMA-TOT-ACE W-PMA-COMISION GIVING W-IMPORTE
    PERFORM VERIFICAR-CARGO-POSIBLE
    ADD W-PMA-TOT-ACE W-PMA-COMISION GIVING W-IMPORTE
    PERFORM CARGAR-CON-DESCUBIERTO
    MOVE SPACES TO W-DESC
    STRING "Remesa de pagos " W-PMA-FICHERO
        DELIMITED BY SIZE INTO W-DESC
    MOVE W-PMA-TOT-ACE TO W-IMPORTE
    MOVE "PM" TO W-TIPO-MOV
    PERFORM REG-MOV
    PERFORM REGISTRAR-OPERANTE
    MOVE W-REF-STR TO W-PMA-REF
*> La comision es ingreso del banco: asiento en el libro interno.
    MOVE "COM" TO W-LIB-CUENTA
    MOVE "I" TO W-LIB-DH
    MOVE W-PMA-COMISION TO W-LIB-IMPORTE
    PERFORM ASENTAR-LIBRO
    MOVE CTA-REG TO CTA-GUARDA
    PERFORM VARYING W-PMA-I FROM 1 BY 1 UNTIL W-PMA-I > W-PMA-NUM
        IF PMA-ESTADO(W-PMA-I) = "A"
            IF PMA-MODO(W-PMA-I) = "I"
                PERFORM PMA-ABONO-INTERNO
            ELSE
                PERFORM PMA-ENCOLAR-EXTERIOR
            END-IF
        END-IF
    END-PERFORM
    MOVE CTA-GUARDA TO CTA-REG
    MOVE W-PMA-REF TO W-REF-STR
    PERFORM PMA-REGISTRAR
    MOVE "CTA" TO W-AUD-TIPO-REF
    MOVE W-PMA-CTA TO W-AUD-REF-ID
    MOVE "PAGOS-EJECUTADOS" TO W-AUD-ACCION
    MOVE W-PMA-FICHERO TO W-AUD-ANTES
    MOVE W-PMA-TOT-ACE TO D-IMP
    MOVE SPACES TO W-AUD-DESPUES
    STRING W-PMA-REF " " D-IMP
        DELIMITED BY SIZE INTO W-AUD-DESPUES
    PERFORM REGISTRAR-AUDITORIA
    .

*> Abono directo a la cuenta interna de la linea W-PMA-I (como
*> cuenta en curso, amortizando antes su descubierto si lo tuviera).
PMA-ABONO-INTERNO.
    MOVE PMA-CTA(W-PMA-I) TO W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    MOVE PMA-IMPORTE(W-PMA-I) TO W-IMPORTE
    PERFORM ABONAR-CON-DESCUBIERTO
    MOVE SPACES TO W-DESC
    STRING PMA-CONCEPTO(W-PMA-I) " " W-PMA-TITULAR
        DELIMITED BY SIZE INTO W-DESC
    MOVE PMA-IMPORTE(W-PMA-I) TO W-IMPORTE
    MOVE "PI" TO W-TIPO-MOV
    PERFORM REG-MOV
    .

*> Las lineas IBAN se encolan como transferencias exteriores
*> pendientes y salen en la remesa de salida del cierre. Cada linea
*> lleva su propia referencia, tomada de la secuencia de apuntes, para
*> que la confirmacion de una liquide solo esa orden; la referencia
*> del cargo de la remesa queda en el informe y en PAGOSREG.DAT.
PMA-ENCOLAR-EXTERIOR.
    ADD 1 TO G-NUM-TRANSF-EXT
    ADD 1 TO G-ULT-TEX
    MOVE G-NUM-TRANSF-EXT TO W-IDX-T
    MOVE G-ULT-TEX             TO TEX-ID(W-IDX-T)
    MOVE W-PMA-CTA             TO TEX-CTA(W-IDX-T)
    MOVE PMA-DESTINO(W-PMA-I)  TO TEX-IBAN(W-IDX-T)
    MOVE PMA-BENEF(W-PMA-I)    TO TEX-BENEF(W-IDX-T)
    MOVE PMA-IMPORTE(W-PMA-I)  TO TEX-IMPORTE(W-IDX-T)
    MOVE SES-FECHA             TO TEX-FECHA(W-IDX-T)
    MOVE "P"                   TO TEX-ESTADO(W-IDX-T)
    ADD 1 TO G-REF-SEQ
    MOVE G-REF-SEQ             TO TEX-REF(W-IDX-T)
    PERFORM GRABAR-TEX-DIRECTO
    .

PMA-REGISTRAR.
    MOVE "00" TO FS-PAGOS-REG
    OPEN I-O ARCH-PAGOS-REG
    IF FS-PAGOS-REG = "35"
        OPEN OUTPUT ARCH-PAGOS-REG
        CLOSE ARCH-PAGOS-REG
        OPEN I-O ARCH-PAGOS-REG
    END-IF
    MOVE W-PMA-CTA      TO FD-PRG-CTA
    MOVE W-PMA-FICHERO  TO FD-PRG-FICHERO
    MOVE SES-FECHA      TO FD-PRG-FECHA
    MOVE W-PMA-NUM      TO FD-PRG-LINEAS
    MOVE W-PMA-NUM-ACE  TO FD-PRG-ACEPTADAS
    MOVE W-PMA-TOT-ACE  TO FD-PRG-TOTAL
    MOVE W-PMA-REF      TO FD-PRG-REF
    MOVE SES-USUARIO    TO FD-PRG-USUARIO
    WRITE FD-PRG-REC
    CLOSE ARCH-PAGOS-REG
    .

*> Informe de ejecucion en INFORME.PRT: todas las lineas con su
*> resultado y, si el fichero se rechazo entero, el motivo.
PMA-INFORME.
    PERFORM ABRIR-IMPRESION
    STRING "REMESA DE PAGOS DE EMPRESA - " CFG-NOMBRE-BANCO " - "
        SES-FECHA
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "Cuenta de cargo: " W-PMA-CTA "  " W-PMA-TITULAR
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE W-PMA-TOTAL-CAB TO D-IMP
    STRING "Fichero: " W-PMA-FICHERO "  Total cabecera: " D-IMP
        " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    IF W-PMA-EJECUTADA = "N"
        STRING "*** FICHERO RECHAZADO, NADA ASENTADO: " W-PMA-MOTIVO
            DELIMITED BY SIZE INTO W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
    END-IF
    STRING "LIN DESTINO                  BENEFICIARIO    "
        "      IMPORTE RESULTADO"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    IF W-PMA-EJECUTADA = "S"
        MOVE "ACEPTADA" TO W-PMA-OK-TXT
    ELSE
        MOVE "NO EJECUTADA" TO W-PMA-OK-TXT
    END-IF
    PERFORM VARYING W-PMA-I FROM 1 BY 1 UNTIL W-PMA-I > W-PMA-NUM
        MOVE W-PMA-I TO D-CNT2
        MOVE PMA-IMPORTE(W-PMA-I) TO D-IMP
        IF PMA-ESTADO(W-PMA-I) = "A"
            STRING D-CNT2 " " PMA-DESTINO(W-PMA-I) " "
                PMA-BENEF(W-PMA-I)(1:16) " " D-IMP " " W-PMA-OK-TXT
                DELIMITED BY SIZE INTO W-LINEA-PRN
        ELSE
            STRING D-CNT2 " " PMA-DESTINO(W-PMA-I) " "
                PMA-BENEF(W-PMA-I)(1:16) " " D-IMP " RECHAZADA: "
                PMA-MOTIVO(W-PMA-I)
                DELIMITED BY SIZE INTO W-LINEA-PRN
        END-IF
        DISPLAY "  " W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
    END-PERFORM
    IF W-PMA-EJECUTADA = "S"
        MOVE W-PMA-NUM-ACE TO D-CNT
        MOVE W-PMA-TOT-ACE TO D-IMP
        STRING "ACEPTADAS: " D-CNT "  IMPORTE: " D-IMP
            " EUR  REF. CARGO: " W-PMA-REF
            DELIMITED BY SIZE INTO W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
        MOVE W-PMA-NUM-REC TO D-CNT
        MOVE W-PMA-COMISION TO D-IMP
        STRING "RECHAZADAS: " D-CNT "  COMISION: " D-IMP " EUR"
            DELIMITED BY SIZE INTO W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
    END-IF
    PERFORM CERRAR-IMPRESION
    .

*> Reactivacion de una cuenta inactiva: el supervisor comprueba el
*> documento de identidad de un titular o cotitular y la cuenta
*> vuelve a admitir salidas de fondos. Si su saldo ya se traspaso a
*> fondos no reclamados, la devolucion se tramita aparte.
CTA-REACTIVAR.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        PERFORM CTA-REACTIVAR-EJEC
    END-IF
    .

CTA-REACTIVAR-EJEC.
    DISPLAY " "
    DISPLAY "  === REACTIVACION DE CUENTA INACTIVA ==="
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM BUSCAR-INACTIVA
        IF W-INA-INACTIVA = "N"
            DISPLAY "  La cuenta no esta marcada como inactiva."
        ELSE
            MOVE CTA-SALDO TO D-SALDO
            DISPLAY "  Titular          : " CTA-TITULAR
            DISPLAY "  DNI titular      : " CTA-DNI
            DISPLAY "  Inactiva desde   : " INA-FECHA
            DISPLAY "  Ultima actividad : " INA-ULT-ACT
            DISPLAY "  Saldo            : " D-SALDO " EUR"
            IF INA-ESTADO = "T"
                MOVE INA-TRASPASADO TO D-IMP
                DISPLAY "  Traspasado a no reclamados el "
                        INA-FECHA-TRASP ": " D-IMP " EUR"
                DISPLAY "  (la devolucion de ese saldo se tramita "
                        "aparte)"
            END-IF
            DISPLAY "  DNI del documento presentado: "
                    WITH NO ADVANCING
            ACCEPT W-PAR-DNI
            PERFORM ABRIR-PARTICIP-LECTURA
            PERFORM ROL-EN-CUENTA
            PERFORM CERRAR-PARTICIP-LECTURA
            IF W-PAR-ROL NOT = "T" AND W-PAR-ROL NOT = "C"
                DISPLAY "  ERROR: " W-PAR-DNI " no es titular ni "
                        "cotitular de la cuenta"
            ELSE
                MOVE SPACES TO W-AUD-ANTES
                STRING "INACTIVA DESDE " INA-FECHA
                    DELIMITED BY SIZE INTO W-AUD-ANTES
                MOVE "R" TO INA-ESTADO
                MOVE SES-FECHA TO INA-FECHA-REACT
                IF SES-ROL = "S"
                    MOVE SES-USUARIO TO INA-REACTIVA
                ELSE
                    MOVE OPE-ID(W-IDX-O) TO INA-REACTIVA
                END-IF
                PERFORM GRABAR-INACTIVA
                MOVE "CTA" TO W-AUD-TIPO-REF
                MOVE CTA-NUM TO W-AUD-REF-ID
                MOVE "REACTIVA-CUENTA" TO W-AUD-ACCION
                MOVE SPACES TO W-AUD-DESPUES
                STRING "DNI " W-PAR-DNI
                    DELIMITED BY SIZE INTO W-AUD-DESPUES
                PERFORM REGISTRAR-AUDITORIA
                DISPLAY "  *** CUENTA REACTIVADA ***"
                ADD 1 TO SES-OPERACIONES
            END-IF
        END-IF
    END-IF
    .

*> ================================================================
*> 2. OPERACIONES BANCARIAS
*> ================================================================
MENU-OPERACIONES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  *** OPERACIONES BANCARIAS ***"
    DISPLAY LN-SEP2
    DISPLAY "  1. Ingreso / Deposito"
    DISPLAY "  2. Reintegro / Retiro"
    DISPLAY "  3. Transferencia (comision 0.20%)"
    DISPLAY "  4. Bizum por telefono (hasta 1.000 EUR, sin comision)"
    DISPLAY "  5. Pago de recibo/factura"
    DISPLAY "  6. Domiciliacion bancaria"
    DISPLAY "  7. Transferencia exterior (IBAN)"
    DISPLAY "  8. Alias Bizum (cuenta preferida)"
    DISPLAY "  9. Anulacion de movimiento (supervisor)"
    DISPLAY "  0. Volver"
    DISPLAY LN-SEP2
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUBOP
    EVALUATE W-SUBOP
        WHEN 1 PERFORM OP-INGRESO
        WHEN 2 PERFORM OP-RETIRO
        WHEN 3 PERFORM OP-TRANSFERENCIA
        WHEN 4 PERFORM OP-BIZUM
        WHEN 5 PERFORM OP-PAGO-RECIBO
        WHEN 6 PERFORM OP-DOMICILIACION
        WHEN 7 PERFORM OP-TRANSF-EXTERIOR
        WHEN 8 PERFORM OP-BIZUM-ALIAS
        WHEN 9 PERFORM OP-ANULACION
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  Opcion invalida"
    END-EVALUATE
    .

OP-INGRESO.
    DISPLAY " "
    DISPLAY "  === INGRESO / DEPOSITO ==="
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM VERIFICAR-OPERABLE
        IF W-ERROR = "N"
            MOVE CTA-SALDO TO D-SALDO
            DISPLAY "  Titular  : " CTA-TITULAR
            DISPLAY "  Saldo    : " D-SALDO " EUR"
            DISPLAY "  Importe a ingresar (EUR): " WITH NO ADVANCING
            ACCEPT W-IMPORTE
            IF W-IMPORTE <= ZEROS
                DISPLAY "  ERROR: Importe debe ser positivo"
            ELSE
                DISPLAY "  Concepto [Enter=Ingreso efectivo]: "
                        WITH NO ADVANCING
                ACCEPT W-DESC
                IF W-DESC = SPACES
                    MOVE "Ingreso en efectivo" TO W-DESC
                END-IF
*> El abono amortiza primero el descubierto dispuesto, si lo hay.
                PERFORM ABONAR-CON-DESCUBIERTO
                MOVE "DE" TO W-TIPO-MOV
                PERFORM REG-MOV
*> El efectivo recibido en ventanilla entra en la caja del operador.
                MOVE "E" TO W-CAJ-SENTIDO
                PERFORM REGISTRAR-EFECTIVO
                PERFORM VIGILAR-EFECTIVO
                MOVE CTA-SALDO TO D-SALDO
                MOVE W-IMPORTE TO D-IMP
                DISPLAY " "
                DISPLAY "  +--------------------------------------+"
                DISPLAY "  |   *** INGRESO REALIZADO ***          |"
                DISPLAY "  +--------------------------------------+"
                DISPLAY "  Importe     : +" D-IMP " EUR"
                DISPLAY "  Nuevo saldo : " D-SALDO " EUR"
                DISPLAY "  Referencia  : " W-REF-STR
                ADD 1 TO SES-OPERACIONES
            END-IF
        END-IF
    END-IF
    .

OP-RETIRO.
    DISPLAY " "
    DISPLAY "  === REINTEGRO / RETIRO ==="
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM VERIFICAR-OPERABLE
        IF W-ERROR = "N"
            PERFORM VERIFICAR-PLAZO-BLOQUEADO
        END-IF
        IF W-ERROR = "N"
            PERFORM VERIFICAR-CTA-INACTIVA
        END-IF
        IF W-ERROR = "N"
            PERFORM IDENTIFICAR-INTERVINIENTE
        END-IF
        IF W-ERROR = "N"
            PERFORM ACTUALIZAR-CONTADOR-DIA
            PERFORM PEDIR-PIN
            IF W-PIN-OK = "S"
                MOVE CTA-SALDO TO D-SALDO
                MOVE CFG-RETIRO-MAX-DIA TO D-IMP
                DISPLAY "  Titular    : " CTA-TITULAR
                DISPLAY "  Saldo      : " D-SALDO " EUR"
                DISPLAY "  Limite/dia : " D-IMP " EUR"
                COMPUTE W-PROMEDIO =
                    CFG-RETIRO-MAX-DIA - CTA-RETIRADO-DIA
                MOVE W-PROMEDIO TO D-IMP
                DISPLAY "  Disponible hoy: " D-IMP " EUR"
                PERFORM CALC-BLOQUEO-EMBARGO
                IF W-EMB-BLOQUEO > ZEROS
                    MOVE W-EMB-BLOQUEO TO D-IMP
                    DISPLAY "  Retenido por embargo: " D-IMP " EUR"
                END-IF
                DISPLAY "  Importe a retirar (EUR): " WITH NO ADVANCING
                ACCEPT W-IMPORTE
                IF W-IMPORTE <= ZEROS
                    DISPLAY "  ERROR: Importe debe ser positivo"
                ELSE
                  IF W-PAR-OPE-ROL = "A" AND W-PAR-OPE-LIMITE > ZEROS
                     AND W-IMPORTE > W-PAR-OPE-LIMITE
                    DISPLAY "  ERROR: Supera el limite por operacion "
                            "del autorizado"
                  ELSE
                    IF CTA-RETIRADO-DIA + W-IMPORTE > CFG-RETIRO-MAX-DIA
                        DISPLAY "  ERROR: Supera el limite diario de retiros"
                    ELSE
                        IF W-IMPORTE > W-EMB-DISPONIBLE
                            DISPLAY "  ERROR: Saldo insuficiente"
                        ELSE
                            DISPLAY "  Concepto [Enter=Reintegro]: "
                                    WITH NO ADVANCING
                            ACCEPT W-DESC
                            IF W-DESC = SPACES
                                MOVE "Reintegro en efectivo" TO W-DESC
                            END-IF
                            SUBTRACT W-IMPORTE FROM CTA-SALDO
                            ADD W-IMPORTE TO CTA-TOT-SAL
                            ADD W-IMPORTE TO CTA-RETIRADO-DIA
                            IF CTA-SALDO < CTA-SALDO-MIN
                                MOVE CTA-SALDO
                                    TO CTA-SALDO-MIN
                            END-IF
                            MOVE "RE" TO W-TIPO-MOV
                            PERFORM REG-MOV
                            PERFORM REGISTRAR-OPERANTE
*> El efectivo entregado en ventanilla sale de la caja del operador.
                            MOVE "S" TO W-CAJ-SENTIDO
                            PERFORM REGISTRAR-EFECTIVO
                            MOVE "S" TO W-ALE-OPERANTE
                            PERFORM VIGILAR-EFECTIVO
                            MOVE CTA-SALDO TO D-SALDO
                            MOVE W-IMPORTE TO D-IMP
                            DISPLAY " "
                            DISPLAY "  +------------------------------------+"
                            DISPLAY "  |   *** RETIRO REALIZADO ***         |"
                            DISPLAY "  +------------------------------------+"
                            DISPLAY "  Importe     : -" D-IMP " EUR"
                            DISPLAY "  Nuevo saldo : " D-SALDO " EUR"
                            DISPLAY "  Referencia  : " W-REF-STR
                            ADD 1 TO SES-OPERACIONES
                        END-IF
                    END-IF
                  END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    .

OP-TRANSFERENCIA.
    DISPLAY " "
    DISPLAY "  === TRANSFERENCIA BANCARIA ==="
    DISPLAY "  Comision del 0.20% sobre el importe"
    MOVE "N" TO W-ERROR
    DISPLAY "  Cuenta ORIGEN  : " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta origen no encontrada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-OPERABLE
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-PLAZO-BLOQUEADO
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-CTA-INACTIVA
    END-IF
    IF W-ERROR = "N"
        PERFORM ACTUALIZAR-CONTADOR-DIA
        PERFORM PEDIR-PIN
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM IDENTIFICAR-INTERVINIENTE
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Cuenta DESTINO : " WITH NO ADVANCING
        ACCEPT W-BUSCAR-NRO
        PERFORM BUSCAR-CTA-DESTINO
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta destino no encontrada"
            MOVE "S" TO W-ERROR
        ELSE
            IF CTB-NUM = CTA-NUM
                DISPLAY "  ERROR: Origen y destino iguales"
                MOVE "S" TO W-ERROR
            END-IF
            IF CTB-ACTIVA = "N"
                DISPLAY "  ERROR: Cuenta destino cancelada"
                MOVE "S" TO W-ERROR
            END-IF
            IF CTB-BLOQUEADA = "S"
                DISPLAY "  ERROR: Cuenta destino bloqueada"
                MOVE "S" TO W-ERROR
            END-IF
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM CALC-BLOQUEO-EMBARGO
        MOVE W-EMB-DISPONIBLE TO D-SALDO
        DISPLAY "  Origen  : " CTA-TITULAR
        DISPLAY "  Destino : " CTB-TITULAR
        DISPLAY "  Saldo disponible: " D-SALDO " EUR"
        DISPLAY "  Importe (EUR): " WITH NO ADVANCING
        ACCEPT W-IMPORTE
        IF W-IMPORTE <= ZEROS
            DISPLAY "  ERROR: Importe debe ser positivo"
        ELSE
          IF W-PAR-OPE-ROL = "A" AND W-PAR-OPE-LIMITE > ZEROS
             AND W-IMPORTE > W-PAR-OPE-LIMITE
            DISPLAY "  ERROR: Supera el limite por operacion "
                    "del autorizado"
          ELSE
            MULTIPLY W-IMPORTE BY CFG-COMISION-TRANSF
                GIVING W-COMISION
            ADD W-IMPORTE W-COMISION GIVING W-TEMP
            IF W-TEMP > W-EMB-DISPONIBLE
                DISPLAY "  ERROR: Saldo insuficiente (incl. comision)"
            ELSE
              IF CTA-TRANSF-DIA + W-IMPORTE > CFG-TRANSF-MAX-DIA
                DISPLAY "  ERROR: Supera el limite diario de transferencias"
                COMPUTE W-PROMEDIO =
                    CFG-TRANSF-MAX-DIA - CTA-TRANSF-DIA
                MOVE W-PROMEDIO TO D-IMP
                DISPLAY "  Disponible hoy: " D-IMP " EUR"
              ELSE
                MOVE W-COMISION TO D-IMP
                DISPLAY "  Comision 0.20% : " D-IMP " EUR"
                DISPLAY "  Concepto [Enter=Transferencia]: "
                        WITH NO ADVANCING
                ACCEPT W-DESC
                IF W-DESC = SPACES
                    MOVE "Transferencia bancaria" TO W-DESC
                END-IF
                SUBTRACT W-IMPORTE FROM CTA-SALDO
                SUBTRACT W-COMISION FROM CTA-SALDO
                ADD W-TEMP    TO CTA-TOT-SAL
                ADD W-IMPORTE TO CTA-TRANSF-DIA
                MOVE "TR" TO W-TIPO-MOV
                PERFORM REG-MOV
                PERFORM REGISTRAR-OPERANTE
*> La comision es ingreso del banco: asiento en el libro interno.
                MOVE "COM" TO W-LIB-CUENTA
                MOVE "I" TO W-LIB-DH
                MOVE W-COMISION TO W-LIB-IMPORTE
                PERFORM ASENTAR-LIBRO
*> La cuenta destino registra su propio movimiento de abono, para que
*> su extracto y la conciliacion de saldos reflejen tambien esta
*> entrada (hasta ahora solo quedaba rastro en la cuenta origen).
*> El abono se hace con la destino como cuenta en curso, amortizando
*> primero su descubierto dispuesto si lo tuviera.
                MOVE W-REF-STR TO W-REF-ORI
                MOVE CTA-REG TO CTA-GUARDA
                MOVE CTB-REG TO CTA-REG
                PERFORM ABONAR-CON-DESCUBIERTO
                MOVE "Transferencia recibida" TO W-DESC
                PERFORM REG-MOV
                MOVE CTA-REG TO CTB-REG
                MOVE CTA-GUARDA TO CTA-REG
                MOVE W-REF-ORI TO W-REF-STR
                MOVE CTA-SALDO TO D-SALDO
                MOVE W-IMPORTE TO D-IMP
                DISPLAY " "
                DISPLAY "  +--------------------------------------+"
                DISPLAY "  | *** TRANSFERENCIA REALIZADA ***      |"
                DISPLAY "  +--------------------------------------+"
                DISPLAY "  Importe         : " D-IMP " EUR"
                MOVE W-COMISION TO D-IMP
                DISPLAY "  Comision cobrada: " D-IMP " EUR"
                DISPLAY "  Nuevo saldo org.: " D-SALDO " EUR"
                MOVE CTB-SALDO TO D-SALDO
                DISPLAY "  Nuevo saldo dst.: " D-SALDO " EUR"
                DISPLAY "  Referencia      : " W-REF-STR
                ADD 1 TO SES-OPERACIONES
              END-IF
            END-IF
          END-IF
        END-IF
    END-IF
    .

OP-BIZUM.
    DISPLAY " "
    DISPLAY "  === BIZUM (Pago Inmediato) ==="
    DISPLAY "  Sin comision. Limite: 1.000 EUR"
    MOVE "N" TO W-ERROR
    DISPLAY "  Su cuenta  : " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-OPERABLE
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-PLAZO-BLOQUEADO
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-CTA-INACTIVA
    END-IF
    IF W-ERROR = "N"
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "N"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM IDENTIFICAR-INTERVINIENTE
    END-IF
*> El destinatario se identifica por su telefono movil (que es lo
*> que el cliente conoce), no por numero de cuenta: primero el alias
*> de BIZUMDIR.DAT y, si no lo hay, el telefono de las cuentas.
    IF W-ERROR = "N"
        DISPLAY "  Telefono destinatario: " WITH NO ADVANCING
        ACCEPT W-TEL-DEST
        PERFORM RESOLVER-BIZUM-TEL
        IF W-ERROR = "N"
            IF CTB-NUM = CTA-NUM
                DISPLAY "  ERROR: No puede enviarse a si mismo"
                MOVE "S" TO W-ERROR
            END-IF
        END-IF
    END-IF
*> El cajero confirma con el cliente el nombre del titular antes de
*> enviar nada.
    IF W-ERROR = "N"
        DISPLAY "  Destinatario  : " CTB-TITULAR
        DISPLAY "  Cuenta destino: " CTB-NUM
        DISPLAY "  Confirmar destinatario? (S/N): "
                WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP NOT = "S"
            DISPLAY "  Operacion cancelada."
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Importe (1-1000 EUR): " WITH NO ADVANCING
        ACCEPT W-IMPORTE
        IF W-IMPORTE <= ZEROS OR W-IMPORTE > 1000
            DISPLAY "  ERROR: Importe invalido (1 - 1.000 EUR)"
        ELSE
          IF W-PAR-OPE-ROL = "A" AND W-PAR-OPE-LIMITE > ZEROS
             AND W-IMPORTE > W-PAR-OPE-LIMITE
            DISPLAY "  ERROR: Supera el limite por operacion "
                    "del autorizado"
          ELSE
            PERFORM CALC-BLOQUEO-EMBARGO
            IF W-IMPORTE > W-EMB-DISPONIBLE
                DISPLAY "  ERROR: Saldo insuficiente"
            ELSE
                DISPLAY "  Concepto: " WITH NO ADVANCING
                ACCEPT W-DESC
                IF W-DESC = SPACES
                    MOVE "Envio Bizum" TO W-DESC
                END-IF
                SUBTRACT W-IMPORTE FROM CTA-SALDO
                ADD W-IMPORTE TO CTA-TOT-SAL
                MOVE "BZ" TO W-TIPO-MOV
                PERFORM REG-MOV
                PERFORM REGISTRAR-OPERANTE
*> Abono reflejado tambien en la cuenta del destinatario, igual que
*> en las transferencias (amortizando primero su descubierto).
                MOVE W-REF-STR TO W-REF-ORI
                MOVE CTA-REG TO CTA-GUARDA
                MOVE CTB-REG TO CTA-REG
                PERFORM ABONAR-CON-DESCUBIERTO
                MOVE "Bizum recibido" TO W-DESC
                PERFORM REG-MOV
                MOVE CTA-REG TO CTB-REG
                MOVE CTA-GUARDA TO CTA-REG
                MOVE W-REF-ORI TO W-REF-STR
                MOVE CTA-SALDO TO D-SALDO
                MOVE W-IMPORTE TO D-IMP
                DISPLAY " "
                DISPLAY "  *** BIZUM ENVIADO ***"
                DISPLAY "  Importe    : " D-IMP " EUR"
                DISPLAY "  Nuevo saldo: " D-SALDO " EUR"
                ADD 1 TO SES-OPERACIONES
            END-IF
          END-IF
        END-IF
    END-IF
    .

*> Resuelve el telefono W-TEL-DEST a la cuenta destino (CTB-REG):
*> primero el alias de BIZUMDIR.DAT (la cuenta que el cliente eligio
*> para recibir Bizum) y, si no hay alias valido, las cuentas
*> activas con ese telefono; con varias, el cajero elige entre las
*> listadas. Si no resuelve, deja W-ERROR = "S".
RESOLVER-BIZUM-TEL.
    MOVE "N" TO W-BIZ-RESUELTO
    IF W-TEL-DEST = SPACES
        DISPLAY "  ERROR: Telefono obligatorio"
    ELSE
        PERFORM BUSCAR-ALIAS-BIZUM
        IF W-BIZ-RESUELTO = "N"
            PERFORM BUSCAR-CTAS-POR-TEL
        END-IF
    END-IF
    IF W-BIZ-RESUELTO = "N"
        MOVE "S" TO W-ERROR
    END-IF
    .

BUSCAR-ALIAS-BIZUM.
    MOVE "00" TO FS-BIZUM
    OPEN INPUT ARCH-BIZUM
    IF FS-BIZUM = "00"
        MOVE W-TEL-DEST TO FD-BIZ-TEL
        READ ARCH-BIZUM RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE FD-BIZ-CTA TO W-BUSCAR-NRO
                PERFORM BUSCAR-CTA-DESTINO
*> Un alias que apunte a una cuenta cancelada o bloqueada, o cuyo
*> telefono ya no coincida (el cliente cambio de numero y el
*> directorio no se actualiza desde MOD-CONTACTO), se ignora y se
*> cae a la resolucion por las cuentas que hoy llevan ese telefono.
                IF W-ENCONTRADO = "S" AND CTB-ACTIVA = "S"
                   AND CTB-BLOQUEADA = "N"
                   AND CTB-TEL = W-TEL-DEST
                    MOVE "S" TO W-BIZ-RESUELTO
                END-IF
        END-READ
        CLOSE ARCH-BIZUM
    END-IF
    .

BUSCAR-CTAS-POR-TEL.
    MOVE CTA-REG TO CTA-GUARDA
    MOVE ZEROS TO W-CNT
    MOVE ZEROS TO W-BIZ-CTA-UNICA
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
*> Solo cuentas operables: una cuenta bloqueada no puede recibir el
*> Bizum (mismo criterio que el alias), asi que ni se lista.
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-TEL = W-TEL-DEST AND CTA-ACTIVA = "S"
           AND CTA-BLOQUEADA = "N"
            ADD 1 TO W-CNT
            MOVE CTA-NUM TO W-BIZ-CTA-UNICA
            DISPLAY "    " CTA-NUM "  " CTA-TITULAR(1:30)
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    MOVE CTA-GUARDA TO CTA-REG
    EVALUATE TRUE
        WHEN W-CNT = ZEROS
            DISPLAY "  ERROR: Telefono no registrado en ninguna "
                    "cuenta activa y sin bloquear"
        WHEN W-CNT = 1
            MOVE W-BIZ-CTA-UNICA TO W-BUSCAR-NRO
            PERFORM BUSCAR-CTA-DESTINO
            IF W-ENCONTRADO = "S" AND CTB-ACTIVA = "S"
               AND CTB-BLOQUEADA = "N"
                MOVE "S" TO W-BIZ-RESUELTO
            END-IF
        WHEN OTHER
            DISPLAY "  Varias cuentas activas con ese telefono."
            DISPLAY "  Cuenta destino (de las listadas): "
                    WITH NO ADVANCING
            ACCEPT W-BUSCAR-NRO
            PERFORM BUSCAR-CTA-DESTINO
            IF W-ENCONTRADO = "S" AND CTB-ACTIVA = "S"
               AND CTB-BLOQUEADA = "N"
               AND CTB-TEL = W-TEL-DEST
                MOVE "S" TO W-BIZ-RESUELTO
            ELSE
                DISPLAY "  ERROR: Cuenta no valida para ese telefono"
            END-IF
    END-EVALUATE
    .

*> El cliente elige que cuenta suya recibe los Bizum dirigidos a su
*> telefono: alias telefono -> cuenta en BIZUMDIR.DAT. Mientras no
*> haya alias, el Bizum se resuelve contra el telefono de las
*> cuentas (eligiendo entre varias si las hay).
OP-BIZUM-ALIAS.
    DISPLAY " "
    DISPLAY "  === ALIAS BIZUM (CUENTA PREFERIDA) ==="
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM VERIFICAR-OPERABLE
        IF W-ERROR = "N"
            PERFORM PEDIR-PIN
            IF W-PIN-OK = "S"
                IF CTA-TEL = SPACES
                    DISPLAY "  ERROR: La cuenta no tiene telefono "
                            "registrado"
                ELSE
                    PERFORM GRABAR-ALIAS-BIZUM
                    DISPLAY "  *** ALIAS REGISTRADO ***"
                    DISPLAY "  Los Bizum al " CTA-TEL
                            " llegaran a la cuenta " CTA-NUM
                    MOVE "CTA" TO W-AUD-TIPO-REF
                    MOVE CTA-NUM TO W-AUD-REF-ID
                    MOVE "ALIAS-BIZUM" TO W-AUD-ACCION
                    MOVE CTA-TEL TO W-AUD-ANTES
                    MOVE CTA-NUM TO W-AUD-DESPUES
                    PERFORM REGISTRAR-AUDITORIA
                    ADD 1 TO SES-OPERACIONES
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> Alta (o cambio) del alias del telefono de la cuenta en curso
*> contra BIZUMDIR.DAT.
GRABAR-ALIAS-BIZUM.
    MOVE "00" TO FS-BIZUM
    OPEN I-O ARCH-BIZUM
    IF FS-BIZUM = "35"
        OPEN OUTPUT ARCH-BIZUM
        CLOSE ARCH-BIZUM
        OPEN I-O ARCH-BIZUM
    END-IF
    MOVE CTA-TEL TO FD-BIZ-TEL
    MOVE CTA-NUM TO FD-BIZ-CTA
    REWRITE FD-BIZ-REC
    IF FS-BIZUM NOT = "00"
        WRITE FD-BIZ-REC
    END-IF
    CLOSE ARCH-BIZUM
    .

OP-PAGO-RECIBO.
    DISPLAY " "
    DISPLAY "  === PAGO DE RECIBO/FACTURA ==="
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM VERIFICAR-OPERABLE
        IF W-ERROR = "N"
            PERFORM VERIFICAR-PLAZO-BLOQUEADO
        END-IF
        IF W-ERROR = "N"
            PERFORM VERIFICAR-CTA-INACTIVA
        END-IF
        IF W-ERROR = "N"
            PERFORM PEDIR-PIN
            IF W-PIN-OK = "S"
                DISPLAY "  Empresa/Emisor : " WITH NO ADVANCING
                ACCEPT W-DESC
                DISPLAY "  Importe (EUR)  : " WITH NO ADVANCING
                ACCEPT W-IMPORTE
                IF W-IMPORTE <= ZEROS
                    DISPLAY "  ERROR: Importe invalido"
                ELSE
                    PERFORM CALC-BLOQUEO-EMBARGO
                    IF W-IMPORTE > W-EMB-DISPONIBLE
                        DISPLAY "  ERROR: Saldo insuficiente"
                    ELSE
                        SUBTRACT W-IMPORTE FROM CTA-SALDO
                        ADD W-IMPORTE TO CTA-TOT-SAL
                        MOVE "RC" TO W-TIPO-MOV
                        PERFORM REG-MOV
                        MOVE CTA-SALDO TO D-SALDO
                        MOVE W-IMPORTE TO D-IMP
                        DISPLAY " "
                        DISPLAY "  *** RECIBO PAGADO ***"
                        DISPLAY "  Importe    : " D-IMP " EUR"
                        DISPLAY "  Nuevo saldo: " D-SALDO " EUR"
                        DISPLAY "  Referencia : " W-REF-STR
                        ADD 1 TO SES-OPERACIONES
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    .

OP-DOMICILIACION.
    DISPLAY " "
    DISPLAY "  === DOMICILIACION BANCARIA ==="
    DISPLAY "  (Pago automatico periodico)"
    IF G-NUM-DOMICIL >= CFG-MAX-DOMICIL
        DISPLAY "  ERROR: Capacidad maxima de domiciliaciones alcanzada"
    ELSE
        DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
        ACCEPT W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta no encontrada"
        ELSE
            PERFORM VERIFICAR-OPERABLE
            IF W-ERROR = "N"
                PERFORM PEDIR-PIN
                IF W-PIN-OK = "S"
                    PERFORM OP-DOMICILIACION-ALTA
                END-IF
            END-IF
        END-IF
    END-IF
    .

OP-DOMICILIACION-ALTA.
    DISPLAY "  Empresa beneficiaria   : " WITH NO ADVANCING
    ACCEPT W-DESC
    DISPLAY "  Importe mensual (EUR)  : " WITH NO ADVANCING
    ACCEPT W-IMPORTE
    IF W-IMPORTE <= ZEROS
        DISPLAY "  ERROR: Importe invalido"
    ELSE
        DISPLAY "  Dia de cobro (1-28)    : " WITH NO ADVANCING
        ACCEPT W-DIA-COBRO
        IF W-DIA-COBRO < 1 OR W-DIA-COBRO > 28
            DISPLAY "  ERROR: Dia de cobro entre 1 y 28"
        ELSE
            IF W-IMPORTE > CTA-SALDO
                DISPLAY "  AVISO: Saldo actual insuficiente"
                DISPLAY "  Se domiciliara igualmente."
            END-IF
            ADD 1 TO G-NUM-DOMICIL
            ADD 1 TO G-ULT-DOM
            MOVE G-NUM-DOMICIL TO W-K
            MOVE G-ULT-DOM      TO DOM-ID(W-K)
            MOVE CTA-NUM   TO DOM-CTA(W-K)
            MOVE W-DESC         TO DOM-EMPRESA(W-K)
            MOVE W-IMPORTE      TO DOM-IMPORTE(W-K)
            MOVE W-DIA-COBRO    TO DOM-DIA(W-K)
            MOVE "S"            TO DOM-ACTIVA(W-K)
            MOVE SPACES         TO DOM-ULT-COBRO(W-K)
            MOVE ZEROS          TO DOM-IMPAGOS(W-K)
            PERFORM GRABAR-DOM-DIRECTO
            DISPLAY " "
            MOVE W-IMPORTE TO D-IMP
            MOVE W-DIA-COBRO TO D-CNT2
            DISPLAY "  *** DOMICILIACION REGISTRADA ***"
            MOVE DOM-ID(W-K) TO D-CNT
            DISPLAY "  Orden   : " D-CNT
            DISPLAY "  Empresa : " W-DESC
            DISPLAY "  Importe : " D-IMP " EUR/mes"
            DISPLAY "  Se cobrara el dia " D-CNT2 " de cada mes."
            ADD 1 TO SES-OPERACIONES
        END-IF
    END-IF
    .

*> Transferencia a otra entidad: se captura IBAN y beneficiario, el
*> cargo se asienta en estado "P" (pendiente de liquidar) y la orden
*> queda registrada para incorporarse a la remesa SALIENTE.DAT del
*> proximo cierre de dia. La confirmacion llega despues por la
*> remesa de entrada y pasa el apunte a "C".
OP-TRANSF-EXTERIOR.
    DISPLAY " "
    DISPLAY "  === TRANSFERENCIA EXTERIOR (IBAN) ==="
    DISPLAY "  Comision del 0.20% sobre el importe"
    DISPLAY "  Se liquida en la remesa del cierre del dia"
    MOVE "N" TO W-ERROR
    IF G-NUM-TRANSF-EXT >= CFG-MAX-TRANSF-EXT
        DISPLAY "  ERROR: Capacidad maxima de transferencias "
                "exteriores alcanzada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Cuenta ORIGEN  : " WITH NO ADVANCING
        ACCEPT W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta origen no encontrada"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-OPERABLE
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-PLAZO-BLOQUEADO
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-CTA-INACTIVA
    END-IF
    IF W-ERROR = "N"
        PERFORM ACTUALIZAR-CONTADOR-DIA
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "N"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM IDENTIFICAR-INTERVINIENTE
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  IBAN destino   : " WITH NO ADVANCING
        ACCEPT W-IBAN
        MOVE FUNCTION UPPER-CASE(W-IBAN) TO W-IBAN
        IF W-IBAN = SPACES OR NOT W-IBAN(1:2) ALPHABETIC
            DISPLAY "  ERROR: IBAN no valido (debe empezar por el "
                    "codigo de pais)"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Beneficiario   : " WITH NO ADVANCING
        ACCEPT W-BENEF
        IF W-BENEF = SPACES
            DISPLAY "  ERROR: Beneficiario obligatorio"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM CALC-BLOQUEO-EMBARGO
        MOVE W-EMB-DISPONIBLE TO D-SALDO
        DISPLAY "  Saldo disponible: " D-SALDO " EUR"
        DISPLAY "  Importe (EUR): " WITH NO ADVANCING
        ACCEPT W-IMPORTE
        IF W-IMPORTE <= ZEROS
            DISPLAY "  ERROR: Importe debe ser positivo"
        ELSE
          IF W-PAR-OPE-ROL = "A" AND W-PAR-OPE-LIMITE > ZEROS
             AND W-IMPORTE > W-PAR-OPE-LIMITE
            DISPLAY "  ERROR: Supera el limite por operacion "
                    "del autorizado"
          ELSE
            MULTIPLY W-IMPORTE BY CFG-COMISION-TRANSF
                GIVING W-COMISION
            ADD W-IMPORTE W-COMISION GIVING W-TEMP
            IF W-TEMP > W-EMB-DISPONIBLE
                DISPLAY "  ERROR: Saldo insuficiente (incl. comision)"
            ELSE
              IF CTA-TRANSF-DIA + W-IMPORTE > CFG-TRANSF-MAX-DIA
                DISPLAY "  ERROR: Supera el limite diario de transferencias"
              ELSE
                PERFORM OP-TRANSF-EXT-EJECUTAR
              END-IF
            END-IF
          END-IF
        END-IF
    END-IF
    .

OP-TRANSF-EXT-EJECUTAR.
    MOVE W-COMISION TO D-IMP
    DISPLAY "  Comision 0.20% : " D-IMP " EUR"
    DISPLAY "  Confirmar envio? (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        SUBTRACT W-IMPORTE FROM CTA-SALDO
        SUBTRACT W-COMISION FROM CTA-SALDO
        ADD W-TEMP    TO CTA-TOT-SAL
        ADD W-IMPORTE TO CTA-TRANSF-DIA
        IF CTA-SALDO < CTA-SALDO-MIN
            MOVE CTA-SALDO TO CTA-SALDO-MIN
        END-IF
        MOVE SPACES TO W-DESC
        STRING "Transf exterior " W-BENEF
            DELIMITED BY SIZE INTO W-DESC
        MOVE "TE" TO W-TIPO-MOV
        MOVE "P"  TO W-MOV-ESTADO
        PERFORM REG-MOV
        PERFORM REGISTRAR-OPERANTE
*> La comision es ingreso del banco: asiento en el libro interno.
        MOVE "COM" TO W-LIB-CUENTA
        MOVE "I" TO W-LIB-DH
        MOVE W-COMISION TO W-LIB-IMPORTE
        PERFORM ASENTAR-LIBRO
        ADD 1 TO G-NUM-TRANSF-EXT
        ADD 1 TO G-ULT-TEX
        MOVE G-NUM-TRANSF-EXT TO W-IDX-T
        MOVE G-ULT-TEX  TO TEX-ID(W-IDX-T)
        MOVE CTA-NUM    TO TEX-CTA(W-IDX-T)
        MOVE W-IBAN     TO TEX-IBAN(W-IDX-T)
        MOVE W-BENEF    TO TEX-BENEF(W-IDX-T)
        MOVE W-IMPORTE  TO TEX-IMPORTE(W-IDX-T)
        MOVE SES-FECHA  TO TEX-FECHA(W-IDX-T)
        MOVE "P"        TO TEX-ESTADO(W-IDX-T)
        MOVE W-REF-STR  TO TEX-REF(W-IDX-T)
        PERFORM GRABAR-TEX-DIRECTO
        MOVE CTA-SALDO TO D-SALDO
        MOVE W-IMPORTE TO D-IMP
        DISPLAY " "
        DISPLAY "  +--------------------------------------+"
        DISPLAY "  | *** TRANSFERENCIA EXTERIOR EMITIDA ***|"
        DISPLAY "  +--------------------------------------+"
        DISPLAY "  IBAN            : " W-IBAN
        DISPLAY "  Beneficiario    : " W-BENEF
        DISPLAY "  Importe         : " D-IMP " EUR"
        MOVE W-COMISION TO D-IMP
        DISPLAY "  Comision cobrada: " D-IMP " EUR"
        DISPLAY "  Nuevo saldo     : " D-SALDO " EUR"
        DISPLAY "  Referencia      : " W-REF-STR
        DISPLAY "  Estado          : PENDIENTE DE LIQUIDACION"
        ADD 1 TO SES-OPERACIONES
    END-IF
    .

*> Anulacion de un apunte ya asentado, por su referencia. Reservada a
*> supervisor: el apunte original no se borra ni se modifica en su
*> importe; se asienta un contraasiento "AN" que lo neutraliza y el
*> original queda marcado como anulado (estado "A"). Se deshacen
*> tambien sus efectos colaterales (abono en la cuenta destino,
*> comision en el libro, caja del operador, dispuesto de tarjeta y
*> descubierto) para que la conciliacion de saldos siga cuadrando.
OP-ANULACION.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        PERFORM OP-ANULACION-EJEC
    END-IF
    .

OP-ANULACION-EJEC.
    DISPLAY " "
    DISPLAY "  === ANULACION DE MOVIMIENTO ==="
    DISPLAY "  Anulables: DE ingreso, RE retiro, TR transferencia,"
    DISPLAY "             RC recibo, CO compra con tarjeta"
    MOVE "N" TO W-ERROR
    DISPLAY "  Referencia del apunte: " WITH NO ADVANCING
    ACCEPT W-ANU-REF
    PERFORM ANU-LOCALIZAR-APUNTE
    IF W-ANU-ENC = "N"
        PERFORM ANU-BUSCAR-HISTORICO
        IF W-ANU-ENC = "S"
            DISPLAY "  ERROR: Apunte archivado en el historico; "
                    "no puede anularse"
        ELSE
            DISPLAY "  ERROR: Referencia no encontrada"
        END-IF
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        IF W-ANU-ESTADO = "A"
            DISPLAY "  ERROR: El apunte ya esta anulado"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        IF W-ANU-TIPO NOT = "DE" AND W-ANU-TIPO NOT = "RE"
           AND W-ANU-TIPO NOT = "TR" AND W-ANU-TIPO NOT = "RC"
           AND W-ANU-TIPO NOT = "CO"
            DISPLAY "  ERROR: Tipo de apunte " W-ANU-TIPO
                    " no anulable por esta via"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
*> El abono de una transferencia interna es la segunda pata de la
*> operacion: se anula desde el cargo de la cuenta ordenante, que
*> arrastra las dos.
    IF W-ERROR = "N"
        IF W-ANU-TIPO = "TR"
           AND W-ANU-DESC = "Transferencia recibida"
            DISPLAY "  ERROR: Es el abono de una transferencia; "
                    "anule la referencia del cargo"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        MOVE W-ANU-CTA TO W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta del apunte no encontrada"
            MOVE "S" TO W-ERROR
        ELSE
            IF CTA-ACTIVA = "N"
                DISPLAY "  ERROR: Cuenta " CTA-NUM " cancelada"
                MOVE "S" TO W-ERROR
            END-IF
        END-IF
    END-IF
    IF W-ERROR = "N"
        EVALUATE W-ANU-TIPO
            WHEN "DE"
                MOVE W-ANU-IMPORTE TO W-IMPORTE
                PERFORM VERIFICAR-CARGO-POSIBLE
                IF W-DSC-CABE = "N"
                    DISPLAY "  ERROR: Saldo insuficiente para "
                            "retroceder el ingreso"
                    MOVE "S" TO W-ERROR
                END-IF
            WHEN "TR"
                PERFORM ANU-PREPARAR-TRANSFERENCIA
            WHEN "CO"
                PERFORM ANU-PREPARAR-COMPRA
        END-EVALUATE
    END-IF
    IF W-ERROR = "N"
        MOVE W-ANU-IMPORTE TO D-IMP
        DISPLAY " "
        DISPLAY "  Cuenta    : " CTA-NUM "  " CTA-TITULAR
        DISPLAY "  Tipo      : " W-ANU-TIPO "   Fecha: " W-ANU-FECHA
        DISPLAY "  Concepto  : " W-ANU-DESC
        DISPLAY "  Importe   : " D-IMP " EUR"
        IF W-ANU-TIPO = "TR"
            MOVE W-ANU-COMISION TO D-IMP
            DISPLAY "  Comision  : " D-IMP " EUR"
            DISPLAY "  Destino   : " W-ANU-DST-CTA
                    "  (ref. " W-ANU-DST-REF ")"
        END-IF
        DISPLAY "  Confirmar anulacion? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            PERFORM ANU-CONTRAASIENTO
            PERFORM ANU-MARCAR-ORIGINAL
            MOVE "MOV" TO W-AUD-TIPO-REF
            MOVE W-ANU-REF TO W-AUD-REF-ID
            MOVE "ANULA-MOVIMIENTO" TO W-AUD-ACCION
            MOVE W-ANU-REF TO W-AUD-ANTES
            MOVE W-ANU-REF-NUEVA TO W-AUD-DESPUES
            PERFORM REGISTRAR-AUDITORIA
            MOVE CTA-SALDO TO D-SALDO
            DISPLAY " "
            DISPLAY "  *** APUNTE " W-ANU-REF " ANULADO ***"
            DISPLAY "  Contraasiento : " W-ANU-REF-NUEVA
            DISPLAY "  Nuevo saldo   : " D-SALDO " EUR"
            ADD 1 TO SES-OPERACIONES
        ELSE
            DISPLAY "  Operacion cancelada."
        END-IF
    END-IF
    .

*> Busca en MOVIMIEN.DAT el apunte con referencia W-ANU-REF y deja
*> sus datos en W-ANU-* (W-ANU-ENC = "S" si existe).
ANU-LOCALIZAR-APUNTE.
    MOVE "N" TO W-ANU-ENC
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S" OR W-ANU-ENC = "S"
        IF FD-MOV-REF = W-ANU-REF
            MOVE "S"            TO W-ANU-ENC
            MOVE FD-MOV-ID      TO W-ANU-ID
            MOVE FD-MOV-CTA     TO W-ANU-CTA
            MOVE FD-MOV-TIPO    TO W-ANU-TIPO
            MOVE FD-MOV-IMPORTE TO W-ANU-IMPORTE
            MOVE FD-MOV-DESC    TO W-ANU-DESC
            MOVE FD-MOV-FECHA   TO W-ANU-FECHA
            MOVE FD-MOV-ESTADO  TO W-ANU-ESTADO
            MOVE FD-MOV-USUARIO TO W-ANU-USUARIO
        ELSE
            PERFORM LEER-MOV-SIGUIENTE
        END-IF
    END-PERFORM
    .

*> Un apunte ya archivado en MOVHIST.DAT forma parte de un saldo de
*> arrastre cerrado: se informa de que existe pero no se anula.
ANU-BUSCAR-HISTORICO.
    MOVE "N" TO W-ANU-ENC
    MOVE "00" TO FS-MOV-HIST
    OPEN INPUT ARCH-MOV-HIST
    IF FS-MOV-HIST = "00"
        MOVE "START" TO W-DESC
        PERFORM UNTIL W-DESC = "FIN"
            READ ARCH-MOV-HIST NEXT RECORD
                AT END
                    MOVE "FIN" TO W-DESC
            END-READ
            IF W-DESC NOT = "FIN" AND FS-MOV-HIST NOT = "00"
                MOVE "FIN" TO W-DESC
            END-IF
            IF W-DESC NOT = "FIN"
               AND FD-HIST-REF = W-ANU-REF
                MOVE "S" TO W-ANU-ENC
                MOVE "FIN" TO W-DESC
            END-IF
        END-PERFORM
        CLOSE ARCH-MOV-HIST
    END-IF
    .

*> Transferencia interna: la pata de abono es el apunte siguiente
*> (REG-MOV numera las dos patas seguidas) y la comision cobrada
*> esta en el libro con la referencia del cargo. La cuenta destino
*> debe poder soportar el cargo de retrocesion antes de tocar nada.
ANU-PREPARAR-TRANSFERENCIA.
    COMPUTE W-ANU-DST-ID = W-ANU-ID + 1
    MOVE W-ANU-DST-ID TO FD-MOV-ID
    MOVE "N" TO W-ENCONTRADO
    READ ARCH-MOVIMIENTOS RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF FD-MOV-TIPO = "TR"
               AND FD-MOV-DESC = "Transferencia recibida"
               AND FD-MOV-IMPORTE = W-ANU-IMPORTE
               AND FD-MOV-ESTADO NOT = "A"
                MOVE "S" TO W-ENCONTRADO
                MOVE FD-MOV-CTA TO W-ANU-DST-CTA
                MOVE FD-MOV-REF TO W-ANU-DST-REF
            END-IF
    END-READ
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: No se localiza el abono en la cuenta destino"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        MOVE ZEROS TO W-ANU-COMISION
        MOVE "00" TO FS-LIBRO
        OPEN INPUT ARCH-LIBRO
        IF FS-LIBRO = "00"
            MOVE "START" TO W-RESP
            PERFORM UNTIL W-RESP = "F"
                READ ARCH-LIBRO
                    AT END
                        MOVE "F" TO W-RESP
                    NOT AT END
                        IF FD-LIB-CUENTA = "COM"
                           AND FD-LIB-DH = "I"
                           AND FD-LIB-REF = W-ANU-REF
                            MOVE FD-LIB-IMPORTE TO W-ANU-COMISION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARCH-LIBRO
        END-IF
        MOVE W-ANU-DST-CTA TO W-BUSCAR-NRO
        PERFORM BUSCAR-CTA-DESTINO
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta destino no encontrada"
            MOVE "S" TO W-ERROR
        ELSE
            MOVE CTA-REG TO CTA-GUARDA
            MOVE CTB-REG TO CTA-REG
            MOVE W-ANU-IMPORTE TO W-IMPORTE
            PERFORM VERIFICAR-CARGO-POSIBLE
            MOVE CTA-GUARDA TO CTA-REG
            IF W-DSC-CABE = "N"
                DISPLAY "  ERROR: La cuenta destino no tiene saldo "
                        "para retroceder el abono"
                MOVE "S" TO W-ERROR
            END-IF
        END-IF
    END-IF
    .

*> Compra con tarjeta: la tarjeta es la que encabeza el concepto del
*> apunte. En credito la compra sigue en el dispuesto hasta la
*> liquidacion mensual; si ya se liquido, la via es el extracto.
ANU-PREPARAR-COMPRA.
    MOVE ZEROS TO W-ANU-TAR
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-NUM-TARJETAS
        IF TAR-NUM(W-K) = W-ANU-DESC(1:19)
            MOVE W-K TO W-ANU-TAR
        END-IF
    END-PERFORM
    IF W-ANU-TAR = ZEROS
        DISPLAY "  ERROR: Tarjeta de la compra no encontrada"
        MOVE "S" TO W-ERROR
    ELSE
        IF TAR-TIPO(W-ANU-TAR) = "C"
           AND TAR-USADO(W-ANU-TAR) < W-ANU-IMPORTE
            DISPLAY "  ERROR: La compra ya fue liquidada en el "
                    "extracto de la tarjeta"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
*> Una compra en disputa abierta o ganada ya tiene su abono: anularla
*> lo duplicaria.
    IF W-ERROR = "N"
        MOVE W-ANU-REF TO W-DIS-REF
        MOVE TAR-NUM(W-ANU-TAR) TO W-DIS-TAR
        PERFORM LEER-DISPUTA
        IF W-DIS-ENC = "S" AND FD-DIS-ESTADO NOT = "P"
            DISPLAY "  ERROR: La compra tiene una disputa "
                    "(estado " FD-DIS-ESTADO ")"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    .

*> Asienta la retrocesion de la cuenta en curso (y de la destino en
*> transferencias) con tipo "AN" y deshace los efectos colaterales
*> del apunte original.
ANU-CONTRAASIENTO.
    MOVE SPACES TO W-DESC
    STRING "Anulacion ref " W-ANU-REF
        DELIMITED BY SIZE INTO W-DESC
    MOVE "AN" TO W-TIPO-MOV
    MOVE W-ANU-IMPORTE TO W-IMPORTE
    EVALUATE W-ANU-TIPO
        WHEN "DE"
            PERFORM CARGAR-CON-DESCUBIERTO
            PERFORM REG-MOV
            MOVE "E" TO W-CAJ-SENTIDO
            PERFORM ANU-DESHACER-EFECTIVO
        WHEN "RE"
            PERFORM ABONAR-CON-DESCUBIERTO
            PERFORM ANU-DESHACER-CONTADOR
            PERFORM REG-MOV
            MOVE "S" TO W-CAJ-SENTIDO
            PERFORM ANU-DESHACER-EFECTIVO
        WHEN "RC"
            PERFORM ABONAR-CON-DESCUBIERTO
            PERFORM REG-MOV
        WHEN "TR"
            PERFORM ANU-CONTRAASIENTO-TRANSF
        WHEN "CO"
            MOVE W-ANU-TAR TO W-K
            IF TAR-USADO(W-K) >= W-ANU-IMPORTE
                SUBTRACT W-ANU-IMPORTE FROM TAR-USADO(W-K)
            ELSE
                MOVE ZEROS TO TAR-USADO(W-K)
            END-IF
            PERFORM GRABAR-TAR-DIRECTO
*> La compra a credito no toco el saldo: el contraasiento tampoco.
            IF TAR-TIPO(W-K) NOT = "C"
                PERFORM ABONAR-CON-DESCUBIERTO
            END-IF
            PERFORM REG-MOV
    END-EVALUATE
    MOVE W-REF-STR TO W-ANU-REF-NUEVA
    .

*> Transferencia interna: la ordenante recupera importe y comision,
*> la comision se retrocede en el libro y la destino devuelve el
*> abono (tirando de su descubierto si ya lo hubiera dispuesto).
ANU-CONTRAASIENTO-TRANSF.
    ADD W-ANU-IMPORTE W-ANU-COMISION GIVING W-IMPORTE
    PERFORM ABONAR-CON-DESCUBIERTO
    MOVE W-ANU-IMPORTE TO W-IMPORTE
    PERFORM ANU-DESHACER-CONTADOR
    ADD W-ANU-IMPORTE W-ANU-COMISION GIVING W-IMPORTE
    PERFORM REG-MOV
    MOVE W-REF-STR TO W-ANU-REF-NUEVA
    MOVE "COM" TO W-LIB-CUENTA
    MOVE "A" TO W-LIB-DH
    MOVE W-ANU-COMISION TO W-LIB-IMPORTE
    PERFORM ASENTAR-LIBRO
    MOVE W-ANU-DST-CTA TO W-BUSCAR-NRO
    PERFORM BUSCAR-CTA-DESTINO
    MOVE CTA-REG TO CTA-GUARDA
    MOVE CTB-REG TO CTA-REG
    MOVE W-ANU-IMPORTE TO W-IMPORTE
    PERFORM VERIFICAR-CARGO-POSIBLE
    PERFORM CARGAR-CON-DESCUBIERTO
    MOVE SPACES TO W-DESC
    STRING "Anulacion ref " W-ANU-DST-REF
        DELIMITED BY SIZE INTO W-DESC
    PERFORM REG-MOV
    MOVE CTA-REG TO CTB-REG
    MOVE CTA-GUARDA TO CTA-REG
    MOVE W-ANU-REF-NUEVA TO W-REF-STR
    .

*> Los acumulados diarios de retiro y transferencia solo se
*> devuelven si el apunte anulado es del mismo dia de negocio (los
*> de dias anteriores ya se pusieron a cero).
ANU-DESHACER-CONTADOR.
    IF W-ANU-FECHA = SES-FECHA
        PERFORM ACTUALIZAR-CONTADOR-DIA
        IF W-ANU-TIPO = "RE"
            IF CTA-RETIRADO-DIA >= W-IMPORTE
                SUBTRACT W-IMPORTE FROM CTA-RETIRADO-DIA
            ELSE
                MOVE ZEROS TO CTA-RETIRADO-DIA
            END-IF
        ELSE
            IF CTA-TRANSF-DIA >= W-IMPORTE
                SUBTRACT W-IMPORTE FROM CTA-TRANSF-DIA
            ELSE
                MOVE ZEROS TO CTA-TRANSF-DIA
            END-IF
        END-IF
    END-IF
    .

*> Efectivo de ventanilla del apunte anulado (W-CAJ-SENTIDO = sentido
*> original). Si lo opero esta misma caja hoy, se descuenta de su
*> acumulado; si no, el efectivo se devuelve o recoge ahora en la
*> caja de la sesion como un flujo de sentido contrario.
ANU-DESHACER-EFECTIVO.
    IF CAJ-ABIERTA = "S"
        IF W-ANU-USUARIO(1:8) = SES-USUARIO(1:8)
           AND W-ANU-FECHA = CAJ-FECHA
           AND ((W-CAJ-SENTIDO = "E" AND CAJ-ENTRADAS >= W-ANU-IMPORTE)
            OR (W-CAJ-SENTIDO = "S" AND CAJ-SALIDAS >= W-ANU-IMPORTE))
            IF W-CAJ-SENTIDO = "E"
                SUBTRACT W-ANU-IMPORTE FROM CAJ-ENTRADAS
            ELSE
                SUBTRACT W-ANU-IMPORTE FROM CAJ-SALIDAS
            END-IF
            PERFORM GRABAR-CAJA-DIRECTO
        ELSE
            IF W-CAJ-SENTIDO = "E"
                MOVE "S" TO W-CAJ-SENTIDO
            ELSE
                MOVE "E" TO W-CAJ-SENTIDO
            END-IF
            MOVE W-ANU-IMPORTE TO W-IMPORTE
            PERFORM REGISTRAR-EFECTIVO
        END-IF
    END-IF
    .

*> Marca como anulado el apunte original (y la pata de abono de una
*> transferencia) releyendolo por clave en MOVIMIEN.DAT.
ANU-MARCAR-ORIGINAL.
    MOVE W-ANU-ID TO FD-MOV-ID
    READ ARCH-MOVIMIENTOS RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "A" TO FD-MOV-ESTADO
            REWRITE FD-MOV-REC
    END-READ
    IF W-ANU-TIPO = "TR"
        MOVE W-ANU-DST-ID TO FD-MOV-ID
        READ ARCH-MOVIMIENTOS RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "A" TO FD-MOV-ESTADO
                REWRITE FD-MOV-REC
        END-READ
    END-IF
    .

*> ================================================================
*> 3. CONSULTAS Y EXTRACTOS
*> ================================================================
MENU-CONSULTAS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  *** CONSULTAS Y EXTRACTOS ***"
    DISPLAY LN-SEP2
    DISPLAY "  1. Consultar saldo"
    DISPLAY "  2. Extracto completo"
    DISPLAY "  3. Ultimos movimientos"
    DISPLAY "  4. Resumen analitico"
    DISPLAY "  5. Movimientos por tipo"
    DISPLAY "  0. Volver"
    DISPLAY LN-SEP2
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUBOP
    EVALUATE W-SUBOP
        WHEN 1 PERFORM CON-SALDO
        WHEN 2 PERFORM CON-EXTRACTO
        WHEN 3 PERFORM CON-ULTIMOS
        WHEN 4 PERFORM CON-RESUMEN
        WHEN 5 PERFORM CON-POR-TIPO-MOV
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  Opcion invalida"
    END-EVALUATE
    .

CON-SALDO.
    DISPLAY " "
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "S"
            MOVE CTA-SALDO TO D-SALDO
            DISPLAY " "
            DISPLAY LN-SEP2
            DISPLAY "  CONSULTA DE SALDO"
            DISPLAY LN-SEP2
            DISPLAY "  Cuenta      : " CTA-NUM
            DISPLAY "  Titular     : " CTA-TITULAR
            DISPLAY "  *** SALDO : " D-SALDO " EUR ***"
            DISPLAY "  Fecha/Hora  : " SES-FECHA " " SES-HORA
            DISPLAY LN-SEP2
        END-IF
    END-IF
    .

CON-EXTRACTO.
    DISPLAY " "
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        DISPLAY " "
        DISPLAY LN-SEP1
        DISPLAY "  EXTRACTO BANCARIO  -  " CFG-NOMBRE-BANCO
        DISPLAY LN-SEP1
        DISPLAY "  Cuenta   : " CTA-NUM
        DISPLAY "  Titular  : " CTA-TITULAR
        DISPLAY "  Apertura : " CTA-FECHA-APT
        DISPLAY "  Emitido  : " SES-FECHA " " SES-HORA
        DISPLAY LN-SEP2
        DISPLAY "  FECHA       HORA     TP  IMPORTE          SALDO          REF          CAJERO"
        DISPLAY LN-SEP2
        MOVE ZEROS TO W-CNT
        PERFORM INICIAR-BARRIDO-MOVS
        PERFORM LEER-MOV-SIGUIENTE
        PERFORM UNTIL W-FIN-MOVS = "S"
            IF FD-MOV-CTA = CTA-NUM
                ADD 1 TO W-CNT
                MOVE FD-MOV-IMPORTE TO D-IMP-S
                MOVE FD-MOV-SALDO-TR TO D-SALDO
                DISPLAY "  " FD-MOV-FECHA
                        " " FD-MOV-HORA
                        " " FD-MOV-TIPO
                        " " D-IMP-S
                        " " D-SALDO
                        " " FD-MOV-REF
                        " " FD-MOV-USUARIO
            END-IF
            PERFORM LEER-MOV-SIGUIENTE
        END-PERFORM
        DISPLAY LN-SEP2
        MOVE W-CNT TO D-CNT
        MOVE CTA-SALDO TO D-SALDO
        DISPLAY "  Total movimientos: " D-CNT
        DISPLAY "  Saldo actual     : " D-SALDO " EUR"
        DISPLAY LN-SEP1
        DISPLAY "  Exportar a archivo? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            PERFORM EXTRACTO-IMPRIMIR
        END-IF
    END-IF
    .

*> Replica en INFORME.PRT el mismo extracto ya mostrado en pantalla
*> por CON-EXTRACTO para la cuenta en curso (CTA-REG).
EXTRACTO-IMPRIMIR.
    PERFORM ABRIR-IMPRESION
    STRING "EXTRACTO BANCARIO - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "Cuenta: " CTA-NUM "  Titular: " CTA-TITULAR
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "Apertura: " CTA-FECHA-APT
        "  Emitido: " SES-FECHA " " SES-HORA
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE "FECHA       HORA     TP  IMPORTE          SALDO          REF          CAJERO"
        TO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-CTA = CTA-NUM
            MOVE FD-MOV-IMPORTE TO D-IMP-S
            MOVE FD-MOV-SALDO-TR TO D-SALDO
            STRING FD-MOV-FECHA " " FD-MOV-HORA
                " " FD-MOV-TIPO " " D-IMP-S " " D-SALDO
                " " FD-MOV-REF " " FD-MOV-USUARIO
                DELIMITED BY SIZE INTO W-LINEA-PRN
            PERFORM ESCRIBIR-PRN
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    MOVE W-CNT TO D-CNT
    MOVE CTA-SALDO TO D-SALDO
    STRING "Total movimientos: " D-CNT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "Saldo actual: " D-SALDO " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM CERRAR-IMPRESION
    .

CON-ULTIMOS.
    DISPLAY " "
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        DISPLAY " "
        DISPLAY "  === ULTIMOS 5 MOVIMIENTOS: " CTA-NUM " ==="
        DISPLAY LN-SEP2
        MOVE ZEROS TO W-CNT
        MOVE ZEROS TO W-CNT2
        PERFORM INICIAR-BARRIDO-MOVS
        PERFORM LEER-MOV-SIGUIENTE
        PERFORM UNTIL W-FIN-MOVS = "S"
            IF FD-MOV-CTA = CTA-NUM
                ADD 1 TO W-CNT
            END-IF
            PERFORM LEER-MOV-SIGUIENTE
        END-PERFORM
        PERFORM INICIAR-BARRIDO-MOVS
        PERFORM LEER-MOV-SIGUIENTE
        PERFORM UNTIL W-FIN-MOVS = "S"
            IF FD-MOV-CTA = CTA-NUM
                ADD 1 TO W-CNT2
                IF W-CNT2 > W-CNT - 5
                    MOVE FD-MOV-IMPORTE TO D-IMP-S
                    MOVE FD-MOV-SALDO-TR TO D-SALDO
                    DISPLAY "  " FD-MOV-FECHA
                            " " FD-MOV-TIPO
                            " " D-IMP-S " EUR"
                    DISPLAY "  Ref: " FD-MOV-REF
                            "  Nota: " FD-MOV-DESC
                    DISPLAY " "
                END-IF
            END-IF
            PERFORM LEER-MOV-SIGUIENTE
        END-PERFORM
        DISPLAY LN-SEP2
    END-IF
    .

CON-RESUMEN.
    DISPLAY " "
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        DISPLAY " "
        DISPLAY LN-SEP2
        DISPLAY "  RESUMEN ANALITICO: " CTA-NUM
        DISPLAY LN-SEP2
        MOVE CTA-SALDO     TO D-SALDO
        DISPLAY "  Saldo actual   : " D-SALDO " EUR"
        MOVE CTA-SALDO-MAX TO D-IMP
        DISPLAY "  Saldo maximo   : " D-IMP " EUR"
        MOVE CTA-SALDO-MIN TO D-IMP
        DISPLAY "  Saldo minimo   : " D-IMP " EUR"
        MOVE CTA-TOT-ING   TO D-IMP
        DISPLAY "  Total ingresos : " D-IMP " EUR"
        MOVE CTA-TOT-SAL   TO D-IMP
        DISPLAY "  Total salidas  : " D-IMP " EUR"
        MOVE ZEROS TO W-CNT
        MOVE ZEROS TO W-ACUM
        MOVE ZEROS TO W-ACUM2
        PERFORM INICIAR-BARRIDO-MOVS
        PERFORM LEER-MOV-SIGUIENTE
        PERFORM UNTIL W-FIN-MOVS = "S"
            IF FD-MOV-CTA = CTA-NUM
                ADD 1 TO W-CNT
                IF FD-MOV-TIPO = "DE"
                    ADD FD-MOV-IMPORTE TO W-ACUM
                END-IF
                IF FD-MOV-TIPO = "RE"
                    ADD FD-MOV-IMPORTE TO W-ACUM2
                END-IF
            END-IF
            PERFORM LEER-MOV-SIGUIENTE
        END-PERFORM
        MOVE W-CNT TO D-CNT
        DISPLAY "  N. movimientos : " D-CNT
        EVALUATE CTA-TIPO
            WHEN "A"
                MULTIPLY CTA-SALDO BY CFG-TASA-AHORRO
                    GIVING W-TEMP
            WHEN "C"
                MULTIPLY CTA-SALDO BY CFG-TASA-CORRIENTE
                    GIVING W-TEMP
            WHEN "P"
                MULTIPLY CTA-SALDO BY CFG-TASA-PLAZO
                    GIVING W-TEMP
            WHEN "J"
                MULTIPLY CTA-SALDO BY CFG-TASA-JUVENIL
                    GIVING W-TEMP
            WHEN "E"
                MULTIPLY CTA-SALDO BY CFG-TASA-EMPRESA
                    GIVING W-TEMP
        END-EVALUATE
        MOVE W-TEMP TO D-IMP
        DISPLAY "  Interes anual  : +" D-IMP " EUR"
        DISPLAY LN-SEP2
    END-IF
    .

CON-POR-TIPO-MOV.
    DISPLAY " "
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        DISPLAY " "
        DISPLAY "  Tipos: DE=Ingreso RE=Retiro TR=Transfer BZ=Bizum"
        DISPLAY "         RC=Recibo PR=Prestamo PQ=Cuota IN=Interes"
        DISPLAY "         CO=Compra LT=Liq.tarjeta MO=Mora AM=Amortiz"
        DISPLAY "         FX=Divisas TE=Transf.ext TI=Transf.recibida"
        DISPLAY "         ID=Int.descubierto PF=Penal.plazo SA=Saldo.ant"
        DISPLAY "         AN=Anulacion RI=Retencion IRPF EM=Embargo"
        DISPLAY "         DA=Abono prov.disputa DC=Cargo disputa perdida"
        DISPLAY "         PM=Remesa de pagos PI=Pago recibido de empresa"
        DISPLAY "         AB=Traspaso de saldo inactivo a no reclamados"
        DISPLAY "  Tipo a filtrar (2 letras, Enter=todos): "
                WITH NO ADVANCING
        ACCEPT W-DESC
        MOVE FUNCTION UPPER-CASE(W-DESC) TO W-DESC
        DISPLAY " "
        DISPLAY "  FECHA       TP  IMPORTE          SALDO"
        DISPLAY LN-SEP2
        MOVE ZEROS TO W-CNT
        MOVE ZEROS TO W-ACUM
        PERFORM INICIAR-BARRIDO-MOVS
        PERFORM LEER-MOV-SIGUIENTE
        PERFORM UNTIL W-FIN-MOVS = "S"
            IF FD-MOV-CTA = CTA-NUM
                IF W-DESC(1:2) = SPACES OR
                   FD-MOV-TIPO = W-DESC(1:2)
                    ADD 1 TO W-CNT
                    MOVE FD-MOV-IMPORTE TO D-IMP-S
                    MOVE FD-MOV-SALDO-TR TO D-SALDO
                    ADD FD-MOV-IMPORTE TO W-ACUM
                    DISPLAY "  " FD-MOV-FECHA
                            "  " FD-MOV-TIPO
                            " " D-IMP-S
                            " " D-SALDO
                END-IF
            END-IF
            PERFORM LEER-MOV-SIGUIENTE
        END-PERFORM
        DISPLAY LN-SEP2
        MOVE W-CNT TO D-CNT
        MOVE W-ACUM TO D-IMP
        DISPLAY "  Registros encontrados: " D-CNT
        DISPLAY "  Suma importes        : " D-IMP " EUR"
    END-IF
    .

*> ================================================================
*> 4. PRESTAMOS
*> ================================================================
MENU-PRESTAMOS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  *** PRESTAMOS Y CREDITOS ***"
    DISPLAY LN-SEP2
    DISPLAY "  1. Simular prestamo"
    DISPLAY "  2. Solicitar prestamo"
    DISPLAY "  3. Ver mis prestamos"
    DISPLAY "  4. Pagar cuota mensual"
    DISPLAY "  5. Amortizacion anticipada"
    DISPLAY "  6. Solicitudes pendientes (supervisor)"
    DISPLAY "  7. Disponer prestamo aprobado"
    DISPLAY "  0. Volver"
    DISPLAY LN-SEP2
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUBOP
    EVALUATE W-SUBOP
        WHEN 1 PERFORM PRE-SIMULAR
        WHEN 2 PERFORM PRE-SOLICITAR
        WHEN 3 PERFORM PRE-VER
        WHEN 4 PERFORM PRE-PAGAR-CUOTA
        WHEN 5 PERFORM PRE-AMORTIZAR
        WHEN 6 PERFORM GESTION-SOLICITUDES
        WHEN 7 PERFORM PRE-DISPONER
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  Opcion invalida"
    END-EVALUATE
    .

PRE-SIMULAR.
    DISPLAY " "
    DISPLAY "  === SIMULADOR DE PRESTAMO ==="
    DISPLAY "  Tasa anual aplicada: 6.50%"
    DISPLAY " "
    DISPLAY "  Importe a solicitar (EUR): " WITH NO ADVANCING
    ACCEPT NP-IMPORTE
    IF NP-IMPORTE <= ZEROS
        DISPLAY "  ERROR: Importe invalido"
    ELSE
        DISPLAY "  Plazo en meses (12-120)  : " WITH NO ADVANCING
        ACCEPT NP-PLAZO
        IF NP-PLAZO < 12 OR NP-PLAZO > 120
            DISPLAY "  ERROR: Plazo entre 12 y 120 meses"
        ELSE
*> Misma formula de sistema frances que PRE-SOLICITAR, para que la
*> simulacion prevea la cuota real que se aplicaria al conceder el
*> prestamo.
            DIVIDE CFG-TASA-PRESTAMO BY 12 GIVING W-TASA-MENSUAL
            COMPUTE W-FACTOR =
                ((1 + W-TASA-MENSUAL) ** NP-PLAZO)
            COMPUTE NP-CUOTA ROUNDED =
                NP-IMPORTE * W-TASA-MENSUAL * W-FACTOR
                / (W-FACTOR - 1)
            COMPUTE NP-TOTAL ROUNDED = NP-CUOTA * NP-PLAZO
            COMPUTE NP-INTERESES ROUNDED = NP-TOTAL - NP-IMPORTE
            DISPLAY " "
            DISPLAY LN-SEP2
            DISPLAY "  === RESULTADO DE LA SIMULACION ==="
            DISPLAY LN-SEP2
            MOVE NP-IMPORTE    TO D-IMP
            DISPLAY "  Capital solicitado  : " D-IMP " EUR"
            MOVE NP-INTERESES  TO D-IMP
            DISPLAY "  Total intereses     : " D-IMP " EUR"
            MOVE NP-TOTAL      TO D-IMP
            DISPLAY "  Total a devolver    : " D-IMP " EUR"
            MOVE NP-CUOTA      TO D-IMP
            DISPLAY "  Cuota mensual aprox.: " D-IMP " EUR"
            MOVE NP-PLAZO      TO D-CNT2
            DISPLAY "  Plazo               : " D-CNT2 " meses"
            DISPLAY "  Tasa anual          : 6.50%"
            DISPLAY LN-SEP2
            DISPLAY "  (Esta es una simulacion, no una solicitud)"
        END-IF
    END-IF
    .

PRE-SOLICITAR.
    MOVE "N" TO W-ERROR
    IF G-NUM-PRESTAMOS >= CFG-MAX-PRESTAMOS
        DISPLAY "  ERROR: Capacidad maxima de prestamos alcanzada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        DISPLAY " "
        DISPLAY "  === SOLICITUD DE PRESTAMO ==="
        DISPLAY "  Tasa anual: 6.50%"
        DISPLAY "  Cuenta vinculada: " WITH NO ADVANCING
        ACCEPT W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta no encontrada"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-OPERABLE
    END-IF
    IF W-ERROR = "N"
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "N"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Importe solicitado (EUR): " WITH NO ADVANCING
        ACCEPT NP-IMPORTE
        IF NP-IMPORTE <= ZEROS
            DISPLAY "  ERROR: Importe invalido"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Plazo en meses (12-120) : " WITH NO ADVANCING
        ACCEPT NP-PLAZO
        IF NP-PLAZO < 12 OR NP-PLAZO > 120
            DISPLAY "  ERROR: Plazo invalido"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
*> Cuota mensual por el sistema frances (amortizacion sobre saldo
*> vivo, interes compuesto mensual), en vez de un simple reparto
*> lineal del interes total.
        DIVIDE CFG-TASA-PRESTAMO BY 12 GIVING W-TASA-MENSUAL
        COMPUTE W-FACTOR =
            ((1 + W-TASA-MENSUAL) ** NP-PLAZO)
        COMPUTE NP-CUOTA ROUNDED =
            NP-IMPORTE * W-TASA-MENSUAL * W-FACTOR
            / (W-FACTOR - 1)
        COMPUTE NP-TOTAL ROUNDED = NP-CUOTA * NP-PLAZO
        COMPUTE NP-INTERESES ROUNDED = NP-TOTAL - NP-IMPORTE
        DISPLAY " "
        DISPLAY LN-SEP2
        DISPLAY "  CONDICIONES DEL PRESTAMO"
        DISPLAY LN-SEP2
        MOVE NP-IMPORTE   TO D-IMP
        DISPLAY "  Capital           : " D-IMP " EUR"
        MOVE NP-INTERESES TO D-IMP
        DISPLAY "  Total intereses   : " D-IMP " EUR"
        MOVE NP-TOTAL     TO D-IMP
        DISPLAY "  Total a devolver  : " D-IMP " EUR"
        MOVE NP-CUOTA     TO D-IMP
        DISPLAY "  Cuota mensual     : " D-IMP " EUR"
        MOVE NP-PLAZO     TO D-CNT2
        DISPLAY "  Plazo             : " D-CNT2 " meses"
        DISPLAY LN-SEP2
        DISPLAY "  Acepta las condiciones? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
*> La solicitud se puntua y queda registrada; solo se abona aqui si
*> se aprueba automaticamente. Si no, espera al supervisor.
            PERFORM EVALUAR-SOLVENCIA
            PERFORM REGISTRAR-SOLICITUD
            DISPLAY " "
            DISPLAY "  Solicitud n. " SOL-ID
            MOVE SOL-INGRESOS TO D-IMP
            DISPLAY "  Ingresos medios/mes : " D-IMP " EUR"
            MOVE SOL-CUOTAS-VIG TO D-IMP
            DISPLAY "  Cuotas ya vigentes  : " D-IMP " EUR"
            PERFORM PCT-ESFUERZO-SOL
            DISPLAY "  Esfuerzo            : " D-PCT " %"
            DISPLAY "  Puntuacion          : " SOL-PUNTOS
            IF SOL-ESTADO = "A"
                PERFORM DISPONER-PRESTAMO
            ELSE
                DISPLAY "  *** SOLICITUD PENDIENTE DE APROBACION ***"
                DISPLAY "  " SOL-MOTIVO
                DISPLAY "  Una vez aprobada se dispone en Prestamos, opcion 7."
            END-IF
        ELSE
            DISPLAY "  Solicitud cancelada."
        END-IF
    END-IF
    .

*> Abono del prestamo en la cuenta en curso con las condiciones
*> NP-IMPORTE / NP-PLAZO / NP-CUOTA (solo para solicitudes aprobadas).
DISPONER-PRESTAMO.
    ADD 1 TO G-NUM-PRESTAMOS
    ADD 1 TO G-ULT-PRE
    MOVE G-NUM-PRESTAMOS TO W-K
    MOVE G-ULT-PRE          TO PRE-ID(W-K)
    MOVE CTA-NUM       TO PRE-CTA(W-K)
    MOVE CTA-TITULAR   TO PRE-TITULAR(W-K)
    MOVE NP-IMPORTE         TO PRE-CAPITAL(W-K)
    MOVE NP-IMPORTE         TO PRE-SALDO-PDT(W-K)
    MOVE NP-CUOTA           TO PRE-CUOTA(W-K)
    MOVE NP-PLAZO           TO PRE-PLAZO(W-K)
    MOVE NP-PLAZO           TO PRE-CUOTAS-PDT(W-K)
    MOVE CFG-TASA-PRESTAMO  TO PRE-TASA(W-K)
    MOVE "S"                TO PRE-ACTIVO(W-K)
    MOVE SES-FECHA          TO PRE-FECHA(W-K)
    MOVE SES-FECHA          TO W-FECHA-TMP
    PERFORM SUMAR-UN-MES
    MOVE W-FECHA-TMP        TO PRE-PROX-CUOTA(W-K)
    MOVE "A"                TO PRE-ESTADO(W-K)
    MOVE ZEROS              TO PRE-VENCIDO(W-K)
    MOVE ZEROS              TO PRE-PENALIZ(W-K)
    MOVE ZEROS              TO PRE-IMPAGOS(W-K)
    MOVE SPACES             TO PRE-FECHA-MORA(W-K)
    PERFORM GRABAR-PRE-DIRECTO
    ADD NP-IMPORTE TO CTA-SALDO
    ADD NP-IMPORTE TO CTA-TOT-ING
    MOVE NP-IMPORTE     TO W-IMPORTE
    MOVE "Ingreso prestamo concedido" TO W-DESC
    MOVE "PR" TO W-TIPO-MOV
    PERFORM REG-MOV
    DISPLAY " "
    DISPLAY "  *** PRESTAMO CONCEDIDO Y ABONADO ***"
    MOVE G-ULT-PRE TO D-CNT
    DISPLAY "  ID Prestamo: " D-CNT
    MOVE CTA-SALDO TO D-SALDO
    DISPLAY "  Nuevo saldo cuenta: " D-SALDO " EUR"
    ADD 1 TO SES-OPERACIONES
*> La solicitud de la que procede queda como dispuesta.
    MOVE "D" TO SOL-ESTADO
    MOVE G-ULT-PRE TO SOL-PRE-ID
    PERFORM GRABAR-SOL-DIRECTO
    .

*> Disposicion de una solicitud aprobada por el supervisor: el cliente
*> la confirma con su PIN y el capital se abona en la cuenta vinculada.
PRE-DISPONER.
    MOVE "N" TO W-ERROR
    DISPLAY " "
    DISPLAY "  === DISPOSICION DE PRESTAMO APROBADO ==="
    DISPLAY "  Numero de solicitud: " WITH NO ADVANCING
    ACCEPT W-SOL-ID
    PERFORM LEER-SOLICITUD
    IF W-SOL-ENC = "N"
        DISPLAY "  ERROR: Solicitud no encontrada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N" AND SOL-ESTADO NOT = "A"
        MOVE SOL-ESTADO TO W-SOL-ESTADO
        PERFORM NOMBRE-ESTADO-SOL
        DISPLAY "  ERROR: La solicitud esta " W-SOL-ESTADO-TXT
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N" AND G-NUM-PRESTAMOS >= CFG-MAX-PRESTAMOS
        DISPLAY "  ERROR: Capacidad maxima de prestamos alcanzada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        MOVE SOL-CTA TO W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta no encontrada"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM VERIFICAR-OPERABLE
    END-IF
    IF W-ERROR = "N"
        MOVE SOL-IMPORTE TO D-IMP
        DISPLAY "  Cuenta vinculada : " CTA-NUM "  " CTA-TITULAR(1:30)
        DISPLAY "  Capital aprobado : " D-IMP " EUR"
        MOVE SOL-CUOTA TO D-IMP
        MOVE SOL-PLAZO TO D-CNT2
        DISPLAY "  Cuota mensual    : " D-IMP " EUR  (" D-CNT2
                " meses)"
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "N"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        MOVE SOL-IMPORTE TO NP-IMPORTE
        MOVE SOL-PLAZO   TO NP-PLAZO
        MOVE SOL-CUOTA   TO NP-CUOTA
        PERFORM DISPONER-PRESTAMO
    END-IF
    .

*> Puntuacion de solvencia del DNI titular de la cuenta en curso para
*> la nueva cuota NP-CUOTA: ingresos regulares medios de los ultimos
*> CFG-SOL-MESES meses en todas sus cuentas (como titular o
*> cotitular), cuotas de sus prestamos vivos e historial de impagos
*> (cuotas impagadas, recibos devueltos, mora, descubierto dispuesto).
*> Deja el resultado en SOL-INGRESOS..SOL-PUNTOS, y en W-SOL-APTA /
*> SOL-MOTIVO si la solicitud cumple las reglas de concesion.
EVALUAR-SOLVENCIA.
    MOVE CTA-REG TO CTA-GUARDA
    MOVE CTA-DNI TO W-PAR-DNI
    MOVE ZEROS TO W-SOL-NUM-CTAS
    MOVE ZEROS TO SOL-INCIDENCIAS
    MOVE ZEROS TO SOL-CUOTAS-VIG
    MOVE "N" TO W-SOL-MORA
    MOVE "N" TO W-SOL-DESCUB
    PERFORM ABRIR-PARTICIP-LECTURA
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S" AND W-SOL-NUM-CTAS < 20
            PERFORM ROL-EN-CUENTA
            IF W-PAR-ROL = "T" OR W-PAR-ROL = "C"
                ADD 1 TO W-SOL-NUM-CTAS
                MOVE CTA-NUM TO SOL-CTA-CLI(W-SOL-NUM-CTAS)
                PERFORM BUSCAR-DESC
                IF DSC-DISPUESTO > ZEROS
                    MOVE "S" TO W-SOL-DESCUB
                END-IF
            END-IF
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    PERFORM CERRAR-PARTICIP-LECTURA
    MOVE CTA-GUARDA TO CTA-REG
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-PRESTAMOS
        IF PRE-ACTIVO(W-K) = "S"
            MOVE PRE-CTA(W-K) TO W-SOL-BUSCA-CTA
            PERFORM SOL-CTA-DEL-CLIENTE
            IF W-SOL-ES-SUYA = "S"
                ADD PRE-CUOTA(W-K)   TO SOL-CUOTAS-VIG
                ADD PRE-IMPAGOS(W-K) TO SOL-INCIDENCIAS
                IF PRE-ESTADO(W-K) = "M" OR PRE-ESTADO(W-K) = "E"
                    MOVE "S" TO W-SOL-MORA
                END-IF
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-DOMICIL
        MOVE DOM-CTA(W-K) TO W-SOL-BUSCA-CTA
        PERFORM SOL-CTA-DEL-CLIENTE
        IF W-SOL-ES-SUYA = "S"
            ADD DOM-IMPAGOS(W-K) TO SOL-INCIDENCIAS
        END-IF
    END-PERFORM
    PERFORM CALC-INGRESOS-CLIENTE
*> Esfuerzo = cuotas (vigentes + nueva) / ingresos mensuales. La
*> puntuacion parte de 100 y resta el esfuerzo en puntos
*> porcentuales, 10 por impago, 25 por mora y 10 por descubierto.
    IF SOL-INGRESOS > ZEROS
        COMPUTE W-SOL-ESFUERZO ROUNDED =
            (SOL-CUOTAS-VIG + NP-CUOTA) / SOL-INGRESOS
    ELSE
        MOVE 9.9999 TO W-SOL-ESFUERZO
    END-IF
    IF W-SOL-ESFUERZO > 9.9999
        MOVE 9.9999 TO W-SOL-ESFUERZO
    END-IF
    MOVE W-SOL-ESFUERZO TO SOL-ESFUERZO
    COMPUTE W-SOL-PUNTOS-C =
        100 - (SOL-ESFUERZO * 100) - (SOL-INCIDENCIAS * 10)
    IF W-SOL-MORA = "S"
        SUBTRACT 25 FROM W-SOL-PUNTOS-C
    END-IF
    IF W-SOL-DESCUB = "S"
        SUBTRACT 10 FROM W-SOL-PUNTOS-C
    END-IF
    IF W-SOL-PUNTOS-C < ZEROS
        MOVE ZEROS TO W-SOL-PUNTOS-C
    END-IF
    MOVE W-SOL-PUNTOS-C TO SOL-PUNTOS
    MOVE SPACES TO SOL-MOTIVO
    EVALUATE TRUE
        WHEN SOL-INGRESOS = ZEROS
            MOVE "Sin ingresos regulares en el periodo" TO SOL-MOTIVO
        WHEN W-SOL-MORA = "S"
            MOVE "Prestamo vigente en mora" TO SOL-MOTIVO
        WHEN SOL-ESFUERZO > CFG-SOL-ESFUERZO-MAX
            MOVE "Esfuerzo cuotas/ingresos excesivo" TO SOL-MOTIVO
        WHEN SOL-PUNTOS < CFG-SOL-PUNTOS-MIN
            MOVE "Puntuacion de solvencia insuficiente" TO SOL-MOTIVO
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF SOL-MOTIVO = SPACES
        MOVE "S" TO W-SOL-APTA
    ELSE
        MOVE "N" TO W-SOL-APTA
    END-IF
    .

*> Media mensual de ingresos regulares (ingresos "DE", transferencias
*> y Bizum recibidos, transferencias del exterior "TI", abonos de
*> nominas y pagos de empresa "PI") en las cuentas de TBL-SOL-CTAS
*> durante los ultimos CFG-SOL-MESES meses, tanto en el historico
*> archivado como en el maestro de movimientos.
CALC-INGRESOS-CLIENTE.
    MOVE ZEROS TO W-SOL-INGRESOS
    COMPUTE W-DIAS-ATRAS = CFG-SOL-MESES * 30
    PERFORM CALC-FECHA-ATRAS
    MOVE "00" TO FS-MOV-HIST
    OPEN INPUT ARCH-MOV-HIST
    IF FS-MOV-HIST = "00"
        MOVE "N" TO W-SOL-FIN
        PERFORM UNTIL W-SOL-FIN = "S"
            READ ARCH-MOV-HIST NEXT RECORD
                AT END
                    MOVE "S" TO W-SOL-FIN
            END-READ
            IF W-SOL-FIN = "N" AND FS-MOV-HIST NOT = "00"
                MOVE "S" TO W-SOL-FIN
            END-IF
            IF W-SOL-FIN = "N"
               AND FD-HIST-FECHA >= W-FECHA-DESDE
               AND FD-HIST-ESTADO NOT = "A"
                MOVE FD-HIST-TIPO TO W-SOL-TIPO
                MOVE FD-HIST-DESC TO W-SOL-DESC-MOV
                PERFORM SOL-ES-INGRESO-REGULAR
                IF W-SOL-ES-ING = "S"
                    MOVE FD-HIST-CTA TO W-SOL-BUSCA-CTA
                    PERFORM SOL-CTA-DEL-CLIENTE
                    IF W-SOL-ES-SUYA = "S"
                        ADD FD-HIST-IMPORTE TO W-SOL-INGRESOS
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE ARCH-MOV-HIST
    END-IF
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-FECHA >= W-FECHA-DESDE
           AND FD-MOV-ESTADO NOT = "A"
            MOVE FD-MOV-TIPO TO W-SOL-TIPO
            MOVE FD-MOV-DESC TO W-SOL-DESC-MOV
            PERFORM SOL-ES-INGRESO-REGULAR
            IF W-SOL-ES-ING = "S"
                MOVE FD-MOV-CTA TO W-SOL-BUSCA-CTA
                PERFORM SOL-CTA-DEL-CLIENTE
                IF W-SOL-ES-SUYA = "S"
                    ADD FD-MOV-IMPORTE TO W-SOL-INGRESOS
                END-IF
            END-IF
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    DIVIDE W-SOL-INGRESOS BY CFG-SOL-MESES
        GIVING SOL-INGRESOS ROUNDED
    .

SOL-ES-INGRESO-REGULAR.
    MOVE "N" TO W-SOL-ES-ING
    EVALUATE W-SOL-TIPO
        WHEN "DE"
        WHEN "TI"
        WHEN "PI"
            MOVE "S" TO W-SOL-ES-ING
        WHEN "TR"
            IF W-SOL-DESC-MOV = "Transferencia recibida"
                MOVE "S" TO W-SOL-ES-ING
            END-IF
        WHEN "BZ"
            IF W-SOL-DESC-MOV = "Bizum recibido"
                MOVE "S" TO W-SOL-ES-ING
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

SOL-CTA-DEL-CLIENTE.
    MOVE "N" TO W-SOL-ES-SUYA
    PERFORM VARYING W-SOL-I FROM 1 BY 1
        UNTIL W-SOL-I > W-SOL-NUM-CTAS OR W-SOL-ES-SUYA = "S"
        IF SOL-CTA-CLI(W-SOL-I) = W-SOL-BUSCA-CTA
            MOVE "S" TO W-SOL-ES-SUYA
        END-IF
    END-PERFORM
    .

*> Alta de la solicitud recien evaluada: aprobacion automatica si
*> cumple las reglas y no pasa de CFG-SOL-AUTO-MAX; si no, queda
*> pendiente en la cola del supervisor.
REGISTRAR-SOLICITUD.
    MOVE SES-FECHA  TO SOL-FECHA
    MOVE CTA-NUM    TO SOL-CTA
    MOVE CTA-DNI    TO SOL-DNI
    MOVE NP-IMPORTE TO SOL-IMPORTE
    MOVE NP-PLAZO   TO SOL-PLAZO
    MOVE NP-CUOTA   TO SOL-CUOTA
    MOVE ZEROS      TO SOL-PRE-ID
    IF W-SOL-APTA = "S" AND NP-IMPORTE <= CFG-SOL-AUTO-MAX
        MOVE "A" TO SOL-ESTADO
        MOVE "S" TO SOL-AUTO
        MOVE "Aprobacion automatica" TO SOL-MOTIVO
        MOVE "AUTOMATICA" TO SOL-RESUELVE
        MOVE SES-FECHA TO SOL-FECHA-RES
    ELSE
        MOVE "P" TO SOL-ESTADO
        MOVE "N" TO SOL-AUTO
        IF W-SOL-APTA = "S"
            MOVE "Importe superior a la aprobacion automatica"
                TO SOL-MOTIVO
        END-IF
        MOVE SPACES TO SOL-RESUELVE
        MOVE SPACES TO SOL-FECHA-RES
    END-IF
    MOVE "00" TO FS-SOLICITUDES
    OPEN I-O ARCH-SOLICITUDES
    IF FS-SOLICITUDES = "35"
        OPEN OUTPUT ARCH-SOLICITUDES
        CLOSE ARCH-SOLICITUDES
        OPEN I-O ARCH-SOLICITUDES
    END-IF
    MOVE "N" TO W-SOL-FIN
    PERFORM UNTIL W-SOL-FIN = "S"
        READ ARCH-SOLICITUDES NEXT RECORD
            AT END
                MOVE "S" TO W-SOL-FIN
        END-READ
        IF W-SOL-FIN = "N" AND FS-SOLICITUDES NOT = "00"
            MOVE "S" TO W-SOL-FIN
        END-IF
        IF W-SOL-FIN = "N" AND FD-SOL-ID > G-ULT-SOL
            MOVE FD-SOL-ID TO G-ULT-SOL
        END-IF
    END-PERFORM
    ADD 1 TO G-ULT-SOL
    MOVE G-ULT-SOL TO SOL-ID
    MOVE SOL-REG TO FD-SOL-REC
    WRITE FD-SOL-REC
    CLOSE ARCH-SOLICITUDES
    MOVE "SOL" TO W-AUD-TIPO-REF
    MOVE SOL-ID TO W-AUD-REF-ID
    MOVE "SOLICITUD-PRESTAMO" TO W-AUD-ACCION
    MOVE SOL-CTA TO W-AUD-ANTES
    MOVE SOL-PUNTOS TO D-CNT2
    MOVE SPACES TO W-AUD-DESPUES
    STRING "Estado " SOL-ESTADO " puntos " D-CNT2
        DELIMITED BY SIZE INTO W-AUD-DESPUES
    PERFORM REGISTRAR-AUDITORIA
    .

*> Cola de solicitudes pendientes: el supervisor aprueba o rechaza
*> cada una con su motivo. Aprobar no abona nada; el capital se
*> dispone despues con PRE-DISPONER.
GESTION-SOLICITUDES.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        IF SES-ROL = "S"
            MOVE SES-USUARIO TO W-SOL-SUPERV
        ELSE
            MOVE OPE-ID(W-IDX-O) TO W-SOL-SUPERV
        END-IF
        PERFORM GESTION-SOLICITUDES-EJEC
    END-IF
    .

GESTION-SOLICITUDES-EJEC.
    MOVE 1 TO W-SOL-ID
    PERFORM UNTIL W-SOL-ID = ZEROS
        PERFORM LISTAR-SOLICITUDES-PDTES
        DISPLAY "  Solicitud a resolver (0=salir): "
                WITH NO ADVANCING
        ACCEPT W-SOL-ID
        IF W-SOL-ID NOT = ZEROS
            PERFORM RESOLVER-SOLICITUD
        END-IF
    END-PERFORM
    .

LISTAR-SOLICITUDES-PDTES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  SOLICITUDES DE PRESTAMO PENDIENTES"
    DISPLAY LN-SEP2
    DISPLAY "  ID     FECHA      CUENTA        IMPORTE PLZ PTS MOTIVO"
    MOVE ZEROS TO W-CNT
    MOVE "00" TO FS-SOLICITUDES
    OPEN INPUT ARCH-SOLICITUDES
    IF FS-SOLICITUDES = "00"
        MOVE "N" TO W-SOL-FIN
        PERFORM UNTIL W-SOL-FIN = "S"
            READ ARCH-SOLICITUDES NEXT RECORD
                AT END
                    MOVE "S" TO W-SOL-FIN
            END-READ
            IF W-SOL-FIN = "N" AND FS-SOLICITUDES NOT = "00"
                MOVE "S" TO W-SOL-FIN
            END-IF
            IF W-SOL-FIN = "N" AND FD-SOL-ESTADO = "P"
                ADD 1 TO W-CNT
                MOVE FD-SOL-IMPORTE TO D-IMP
                MOVE FD-SOL-PLAZO   TO D-CNT2
                DISPLAY "  " FD-SOL-ID " " FD-SOL-FECHA " " FD-SOL-CTA
                        " " D-IMP " " D-CNT2 " " FD-SOL-PUNTOS
                        " " FD-SOL-MOTIVO(1:28)
            END-IF
        END-PERFORM
        CLOSE ARCH-SOLICITUDES
    END-IF
    IF W-CNT = ZEROS
        DISPLAY "  (sin solicitudes pendientes)"
    END-IF
    DISPLAY LN-SEP2
    .

RESOLVER-SOLICITUD.
    PERFORM LEER-SOLICITUD
    IF W-SOL-ENC = "N" OR SOL-ESTADO NOT = "P"
        DISPLAY "  ERROR: Solicitud no encontrada o ya resuelta"
    ELSE
        DISPLAY " "
        MOVE SOL-IMPORTE TO D-IMP
        DISPLAY "  Solicitud " SOL-ID "  cuenta " SOL-CTA
                "  DNI " SOL-DNI
        DISPLAY "  Importe solicitado   : " D-IMP " EUR"
        MOVE SOL-CUOTA TO D-IMP
        MOVE SOL-PLAZO TO D-CNT2
        DISPLAY "  Cuota / plazo        : " D-IMP " EUR / " D-CNT2
                " meses"
        MOVE SOL-INGRESOS TO D-IMP
        DISPLAY "  Ingresos medios/mes  : " D-IMP " EUR"
        MOVE SOL-CUOTAS-VIG TO D-IMP
        DISPLAY "  Cuotas ya vigentes   : " D-IMP " EUR"
        PERFORM PCT-ESFUERZO-SOL
        DISPLAY "  Esfuerzo             : " D-PCT " %"
        MOVE SOL-INCIDENCIAS TO D-CNT2
        DISPLAY "  Impagos registrados  : " D-CNT2
        DISPLAY "  Puntuacion           : " SOL-PUNTOS
        DISPLAY "  Observacion          : " SOL-MOTIVO
        DISPLAY "  Resolucion (A=aprobar, R=rechazar, Enter=dejar): "
                WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "A" OR W-RESP = "R"
            DISPLAY "  Motivo: " WITH NO ADVANCING
            ACCEPT W-SOL-MOTIVO
            IF W-RESP = "R" AND W-SOL-MOTIVO = SPACES
                DISPLAY "  ERROR: El rechazo requiere un motivo"
            ELSE
                IF W-RESP = "A"
                    MOVE "A" TO SOL-ESTADO
                    MOVE "APRUEBA-SOLICITUD" TO W-AUD-ACCION
                    IF W-SOL-MOTIVO = SPACES
                        MOVE "Aprobada por supervisor" TO W-SOL-MOTIVO
                    END-IF
                ELSE
                    MOVE "R" TO SOL-ESTADO
                    MOVE "RECHAZA-SOLICITUD" TO W-AUD-ACCION
                END-IF
                MOVE W-SOL-MOTIVO TO SOL-MOTIVO
                MOVE W-SOL-SUPERV TO SOL-RESUELVE
                MOVE SES-FECHA    TO SOL-FECHA-RES
                PERFORM GRABAR-SOL-DIRECTO
                MOVE "SOL" TO W-AUD-TIPO-REF
                MOVE SOL-ID TO W-AUD-REF-ID
                MOVE W-SOL-SUPERV TO W-AUD-ANTES
                MOVE SOL-MOTIVO TO W-AUD-DESPUES
                PERFORM REGISTRAR-AUDITORIA
                MOVE SOL-ESTADO TO W-SOL-ESTADO
                PERFORM NOMBRE-ESTADO-SOL
                DISPLAY "  Solicitud " SOL-ID " " W-SOL-ESTADO-TXT
            END-IF
        END-IF
    END-IF
    .

PCT-ESFUERZO-SOL.
    COMPUTE W-SOL-PCT = SOL-ESFUERZO * 100
    IF W-SOL-PCT > 99.99
        MOVE 99.99 TO W-SOL-PCT
    END-IF
    MOVE W-SOL-PCT TO D-PCT
    .

NOMBRE-ESTADO-SOL.
    EVALUATE W-SOL-ESTADO
        WHEN "P" MOVE "PENDIENTE"  TO W-SOL-ESTADO-TXT
        WHEN "A" MOVE "APROBADA"   TO W-SOL-ESTADO-TXT
        WHEN "R" MOVE "RECHAZADA"  TO W-SOL-ESTADO-TXT
        WHEN "D" MOVE "DISPUESTA"  TO W-SOL-ESTADO-TXT
        WHEN OTHER MOVE SPACES     TO W-SOL-ESTADO-TXT
    END-EVALUATE
    .

*> Informe de solicitudes por estado (pendientes, aprobadas sin
*> disponer, rechazadas con su motivo y dispuestas), en pantalla y en
*> INFORME.PRT.
INF-SOLICITUDES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  SOLICITUDES DE PRESTAMO POR ESTADO - " SES-FECHA
    DISPLAY LN-SEP2
    PERFORM ABRIR-IMPRESION
    STRING "SOLICITUDES DE PRESTAMO POR ESTADO - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE "P" TO W-SOL-ESTADO
    PERFORM SOL-PIPELINE-ESTADO
    MOVE "A" TO W-SOL-ESTADO
    PERFORM SOL-PIPELINE-ESTADO
    MOVE "R" TO W-SOL-ESTADO
    PERFORM SOL-PIPELINE-ESTADO
    MOVE "D" TO W-SOL-ESTADO
    PERFORM SOL-PIPELINE-ESTADO
    DISPLAY LN-SEP2
    PERFORM CERRAR-IMPRESION
    .

SOL-PIPELINE-ESTADO.
    PERFORM NOMBRE-ESTADO-SOL
    MOVE ZEROS TO W-CNT
    MOVE ZEROS TO W-ACUM
    DISPLAY "  " W-SOL-ESTADO-TXT
    STRING W-SOL-ESTADO-TXT DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE "00" TO FS-SOLICITUDES
    OPEN INPUT ARCH-SOLICITUDES
    IF FS-SOLICITUDES = "00"
        MOVE "N" TO W-SOL-FIN
        PERFORM UNTIL W-SOL-FIN = "S"
            READ ARCH-SOLICITUDES NEXT RECORD
                AT END
                    MOVE "S" TO W-SOL-FIN
            END-READ
            IF W-SOL-FIN = "N" AND FS-SOLICITUDES NOT = "00"
                MOVE "S" TO W-SOL-FIN
            END-IF
            IF W-SOL-FIN = "N" AND FD-SOL-ESTADO = W-SOL-ESTADO
                ADD 1 TO W-CNT
                ADD FD-SOL-IMPORTE TO W-ACUM
                MOVE FD-SOL-IMPORTE TO D-IMP
                STRING "  " FD-SOL-ID " " FD-SOL-FECHA " "
                    FD-SOL-CTA " " D-IMP " pts " FD-SOL-PUNTOS
                    " " FD-SOL-MOTIVO
                    DELIMITED BY SIZE INTO W-LINEA-PRN
                DISPLAY "  " W-LINEA-PRN
                PERFORM ESCRIBIR-PRN
            END-IF
        END-PERFORM
        CLOSE ARCH-SOLICITUDES
    END-IF
    MOVE W-CNT TO D-CNT
    MOVE W-ACUM TO D-IMP
    STRING "  Total " W-SOL-ESTADO-TXT ": " D-CNT
        " solicitudes  " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    DISPLAY "  " W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    .

PRE-VER.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  PRESTAMOS ACTIVOS"
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-PRESTAMOS
        IF PRE-ACTIVO(W-K) = "S"
            ADD 1 TO W-CNT
            DISPLAY "  ID Prestamo  : " PRE-ID(W-K)
            DISPLAY "  Cuenta       : " PRE-CTA(W-K)
            DISPLAY "  Titular      : " PRE-TITULAR(W-K)
            MOVE PRE-CAPITAL(W-K) TO D-IMP
            DISPLAY "  Capital orig.: " D-IMP " EUR"
            MOVE PRE-SALDO-PDT(W-K) TO D-IMP
            DISPLAY "  Saldo pdte.  : " D-IMP " EUR"
            MOVE PRE-CUOTA(W-K) TO D-IMP
            DISPLAY "  Cuota mens.  : " D-IMP " EUR"
            MOVE PRE-CUOTAS-PDT(W-K) TO D-CNT2
            DISPLAY "  Cuotas rest. : " D-CNT2
            DISPLAY "  Concedido    : " PRE-FECHA(W-K)
            DISPLAY "  Prox. cuota  : " PRE-PROX-CUOTA(W-K)
            IF PRE-PROX-CUOTA(W-K) < SES-FECHA
                DISPLAY "  *** CUOTA VENCIDA - PAGO PENDIENTE ***"
            END-IF
            DISPLAY LN-SEP2
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  No hay prestamos activos."
    END-IF
    .

PRE-PAGAR-CUOTA.
    DISPLAY " "
    DISPLAY "  Cuenta vinculada: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "S"
            MOVE "N" TO W-ENCONTRADO
            PERFORM VARYING W-K FROM 1 BY 1
                UNTIL W-K > G-NUM-PRESTAMOS
                IF PRE-CTA(W-K) = CTA-NUM AND
                   PRE-ACTIVO(W-K) = "S"
                    MOVE "S" TO W-ENCONTRADO
                    COMPUTE W-TOTAL-MORA =
                        PRE-VENCIDO(W-K) + PRE-PENALIZ(W-K)
                    IF W-TOTAL-MORA > ZEROS
                        PERFORM PAGAR-MORA-VENTANILLA
                    ELSE
                        PERFORM PAGAR-CUOTA-VENTANILLA
                    END-IF
                END-IF
            END-PERFORM
            IF W-ENCONTRADO = "N"
                DISPLAY "  No hay prestamos activos para esta cuenta."
            END-IF
        END-IF
    END-IF
    .

PAGAR-CUOTA-VENTANILLA.
    MOVE PRE-CUOTA(W-K) TO D-IMP
    DISPLAY " "
    DISPLAY "  Prestamo ID  : " PRE-ID(W-K)
    DISPLAY "  Cuota mensual: " D-IMP " EUR"
    MOVE PRE-SALDO-PDT(W-K) TO D-IMP
    DISPLAY "  Saldo pdte.  : " D-IMP " EUR"
    MOVE PRE-CUOTAS-PDT(W-K) TO D-CNT2
    DISPLAY "  Cuotas rest. : " D-CNT2
*> Interes sobre el saldo vivo del mes; el resto de la cuota
*> amortiza capital. La ultima cuota liquida el saldo exacto
*> para no dejar restos de centimos por redondeo acumulado.
    DIVIDE CFG-TASA-PRESTAMO BY 12 GIVING W-TASA-MENSUAL
    COMPUTE W-INT-CUOTA ROUNDED =
        PRE-SALDO-PDT(W-K) * W-TASA-MENSUAL
    IF PRE-CUOTAS-PDT(W-K) = 1
        COMPUTE W-CUOTA-REAL =
            PRE-SALDO-PDT(W-K) + W-INT-CUOTA
        MOVE PRE-SALDO-PDT(W-K) TO W-CAP-CUOTA
    ELSE
        MOVE PRE-CUOTA(W-K) TO W-CUOTA-REAL
        COMPUTE W-CAP-CUOTA =
            W-CUOTA-REAL - W-INT-CUOTA
    END-IF
    PERFORM CALC-BLOQUEO-EMBARGO
    IF W-CUOTA-REAL > W-EMB-DISPONIBLE
        DISPLAY "  ERROR: Saldo insuficiente"
    ELSE
        MOVE W-CUOTA-REAL TO D-IMP
        DISPLAY "  Interes cuota: " W-INT-CUOTA " EUR"
        DISPLAY "  Capital cuota: " W-CAP-CUOTA " EUR"
        DISPLAY "  Total a pagar: " D-IMP " EUR"
        DISPLAY "  Confirmar pago? (S/N): "
                WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            SUBTRACT W-CUOTA-REAL
                FROM CTA-SALDO
            SUBTRACT W-CAP-CUOTA
                FROM PRE-SALDO-PDT(W-K)
            ADD W-CUOTA-REAL TO CTA-TOT-SAL
            SUBTRACT 1 FROM PRE-CUOTAS-PDT(W-K)
            MOVE W-CUOTA-REAL TO W-IMPORTE
            MOVE "Pago cuota prestamo" TO W-DESC
            MOVE "PQ" TO W-TIPO-MOV
            PERFORM REG-MOV
*> La parte de interes de la cuota es ingreso del banco.
            MOVE "INP" TO W-LIB-CUENTA
            MOVE "I" TO W-LIB-DH
            MOVE W-INT-CUOTA TO W-LIB-IMPORTE
            PERFORM ASENTAR-LIBRO
            IF PRE-CUOTAS-PDT(W-K) = ZEROS
                MOVE "N" TO PRE-ACTIVO(W-K)
                MOVE ZEROS TO PRE-SALDO-PDT(W-K)
                DISPLAY "  *** PRESTAMO LIQUIDADO COMPLETAMENTE ***"
            ELSE
                MOVE CTA-SALDO TO D-SALDO
                DISPLAY "  *** CUOTA PAGADA ***"
                DISPLAY "  Nuevo saldo  : " D-SALDO " EUR"
                MOVE PRE-CUOTAS-PDT(W-K) TO D-CNT2
                DISPLAY "  Cuotas rest. : " D-CNT2
                MOVE PRE-PROX-CUOTA(W-K) TO W-FECHA-TMP
                PERFORM SUMAR-UN-MES
                MOVE W-FECHA-TMP TO PRE-PROX-CUOTA(W-K)
            END-IF
            PERFORM GRABAR-PRE-DIRECTO
            ADD 1 TO SES-OPERACIONES
        END-IF
    END-IF
    .

*> Un prestamo con cuotas en mora debe regularizarse integro (deuda
*> vencida mas recargos) antes de admitir el pago de nuevas cuotas.
PAGAR-MORA-VENTANILLA.
    DISPLAY " "
    DISPLAY "  Prestamo ID  : " PRE-ID(W-K)
    DISPLAY "  *** PRESTAMO EN MORA ***"
    MOVE PRE-VENCIDO(W-K) TO D-IMP
    DISPLAY "  Cuotas vencidas    : " D-IMP " EUR"
    MOVE PRE-PENALIZ(W-K) TO D-IMP
    DISPLAY "  Recargos de mora   : " D-IMP " EUR"
    MOVE W-TOTAL-MORA TO D-IMP
    DISPLAY "  Total a regularizar: " D-IMP " EUR"
    PERFORM CALC-BLOQUEO-EMBARGO
    IF W-TOTAL-MORA > W-EMB-DISPONIBLE
        DISPLAY "  ERROR: Saldo insuficiente para regularizar"
    ELSE
        DISPLAY "  Confirmar pago? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            SUBTRACT W-TOTAL-MORA FROM CTA-SALDO
            ADD W-TOTAL-MORA TO CTA-TOT-SAL
            IF CTA-SALDO < CTA-SALDO-MIN
                MOVE CTA-SALDO TO CTA-SALDO-MIN
            END-IF
            MOVE W-TOTAL-MORA TO W-IMPORTE
            MOVE "Regularizacion mora ventanilla" TO W-DESC
            MOVE "MO" TO W-TIPO-MOV
            PERFORM REG-MOV
*> El recargo de mora cobrado es ingreso del banco.
            MOVE "MOR" TO W-LIB-CUENTA
            MOVE "I" TO W-LIB-DH
            MOVE PRE-PENALIZ(W-K) TO W-LIB-IMPORTE
            PERFORM ASENTAR-LIBRO
            MOVE ZEROS TO PRE-VENCIDO(W-K)
            MOVE ZEROS TO PRE-PENALIZ(W-K)
            MOVE ZEROS TO PRE-IMPAGOS(W-K)
            MOVE "A" TO PRE-ESTADO(W-K)
            MOVE SPACES TO PRE-FECHA-MORA(W-K)
            MOVE CTA-SALDO TO D-SALDO
            DISPLAY "  *** MORA REGULARIZADA ***"
            DISPLAY "  Nuevo saldo  : " D-SALDO " EUR"
            IF PRE-CUOTAS-PDT(W-K) = ZEROS
               AND PRE-SALDO-PDT(W-K) = ZEROS
                MOVE "N" TO PRE-ACTIVO(W-K)
                DISPLAY "  *** PRESTAMO LIQUIDADO COMPLETAMENTE ***"
            END-IF
            PERFORM GRABAR-PRE-DIRECTO
            ADD 1 TO SES-OPERACIONES
        END-IF
    END-IF
    .

PRE-AMORTIZAR.
    DISPLAY " "
    DISPLAY "  Cuenta vinculada: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "S"
            MOVE "N" TO W-ENCONTRADO
            PERFORM VARYING W-K FROM 1 BY 1
                UNTIL W-K > G-NUM-PRESTAMOS
                IF PRE-CTA(W-K) = CTA-NUM AND
                   PRE-ACTIVO(W-K) = "S"
                    MOVE "S" TO W-ENCONTRADO
                    MOVE PRE-SALDO-PDT(W-K) TO D-IMP
                    DISPLAY " "
                    DISPLAY "  Prestamo ID   : " PRE-ID(W-K)
                    DISPLAY "  Saldo pdte.   : " D-IMP " EUR"
                    DISPLAY "  Importe a amortizar: " WITH NO ADVANCING
                    ACCEPT W-IMPORTE
                    IF W-IMPORTE <= ZEROS
                        DISPLAY "  ERROR: Importe invalido"
                    ELSE
                        PERFORM CALC-BLOQUEO-EMBARGO
                        IF W-IMPORTE > W-EMB-DISPONIBLE
                            DISPLAY "  ERROR: Saldo insuficiente"
                        ELSE
                            IF W-IMPORTE >= PRE-SALDO-PDT(W-K)
                                MOVE PRE-SALDO-PDT(W-K) TO W-IMPORTE
                                SUBTRACT W-IMPORTE FROM CTA-SALDO
                                ADD W-IMPORTE TO CTA-TOT-SAL
                                MOVE ZEROS TO PRE-SALDO-PDT(W-K)
                                MOVE ZEROS TO PRE-CUOTAS-PDT(W-K)
                                MOVE "N" TO PRE-ACTIVO(W-K)
                                MOVE "Amortizacion anticipada total" TO W-DESC
                                MOVE "AM" TO W-TIPO-MOV
                                PERFORM REG-MOV
                                DISPLAY "  *** PRESTAMO CANCELADO ANTICIPADAMENTE ***"
                            ELSE
                                SUBTRACT W-IMPORTE FROM CTA-SALDO
                                SUBTRACT W-IMPORTE FROM PRE-SALDO-PDT(W-K)
                                ADD W-IMPORTE TO CTA-TOT-SAL
                                MOVE "Amortizacion anticipada parcial" TO W-DESC
                                MOVE "AM" TO W-TIPO-MOV
                                PERFORM REG-MOV
                                MOVE PRE-SALDO-PDT(W-K) TO D-IMP
                                DISPLAY "  *** AMORTIZACION REGISTRADA ***"
                                DISPLAY "  Nuevo saldo prestamo: " D-IMP " EUR"
                            END-IF
                            PERFORM GRABAR-PRE-DIRECTO
                            ADD 1 TO SES-OPERACIONES
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF W-ENCONTRADO = "N"
                DISPLAY "  No hay prestamos activos para esta cuenta."
            END-IF
        END-IF
    END-IF
    .

*> ================================================================
*> 5. TARJETAS
*> ================================================================
MENU-TARJETAS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  *** TARJETAS DE CREDITO / DEBITO ***"
    DISPLAY LN-SEP2
    DISPLAY "  1. Solicitar nueva tarjeta"
    DISPLAY "  2. Ver mis tarjetas"
    DISPLAY "  3. Bloquear/Desbloquear tarjeta"
    DISPLAY "  4. Consultar limite disponible"
    DISPLAY "  5. Realizar compra con tarjeta"
    DISPLAY "  6. Proximas caducidades"
    DISPLAY "  7. Disputar una compra"
    DISPLAY "  8. Resolver disputa (supervisor)"
    DISPLAY "  0. Volver"
    DISPLAY LN-SEP2
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUBOP
    EVALUATE W-SUBOP
        WHEN 1 PERFORM TAR-SOLICITAR
        WHEN 2 PERFORM TAR-VER
        WHEN 3 PERFORM TAR-BLOQUEAR
        WHEN 4 PERFORM TAR-CONSULTAR-LIMITE
        WHEN 5 PERFORM TAR-COMPRAR
        WHEN 6 PERFORM TAR-PROX-CADUCIDADES
        WHEN 7 PERFORM TAR-ABRIR-DISPUTA
        WHEN 8 PERFORM TAR-RESOLVER-DISPUTA
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  Opcion invalida"
    END-EVALUATE
    .

TAR-SOLICITAR.
    MOVE "N" TO W-ERROR
    IF G-NUM-TARJETAS >= CFG-MAX-TARJETAS
        DISPLAY "  ERROR: Capacidad maxima de tarjetas alcanzada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        DISPLAY " "
        DISPLAY "  === SOLICITUD DE TARJETA ==="
        DISPLAY "  D = Debito  C = Credito"
        DISPLAY "  Tipo de tarjeta (D/C): " WITH NO ADVANCING
        ACCEPT NC-TIPO
        MOVE FUNCTION UPPER-CASE(NC-TIPO) TO NC-TIPO
        IF NC-TIPO NOT = "D" AND NC-TIPO NOT = "C"
            DISPLAY "  ERROR: Tipo invalido (D o C)"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Cuenta vinculada    : " WITH NO ADVANCING
        ACCEPT W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta no encontrada"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "N"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        ADD 1 TO G-NUM-TARJETAS
        ADD 1 TO G-ULT-TAR-SEQ
        MOVE G-NUM-TARJETAS TO W-K
        MOVE NC-TIPO TO TAR-TIPO(W-K)
        MOVE CTA-NUM TO TAR-CTA(W-K)
        MOVE CTA-TITULAR TO TAR-TITULAR(W-K)
        MOVE "S" TO TAR-ACTIVA(W-K)
        MOVE "N" TO TAR-BLOQUEADA(W-K)
        MOVE SES-FECHA TO TAR-FECHA-EMI(W-K)
*> Caducidad real (emision mas los anios de validez configurados) y
*> CVV propio de cada plastico.
        PERFORM CALCULAR-CADUCIDAD-NUEVA
        MOVE W-TAR-CAD TO TAR-CADUCIDAD(W-K)
        PERFORM GENERAR-CVV
        MOVE W-CVV-CALC TO TAR-CVV(W-K)
        MOVE SPACES TO TAR-ULT-LIQ(W-K)
        IF NC-TIPO = "C"
            MOVE 3000.00 TO TAR-LIMITE(W-K)
        ELSE
            MOVE 0 TO TAR-LIMITE(W-K)
        END-IF
        MOVE ZEROS TO TAR-USADO(W-K)
        MOVE "4532-1234-" TO TAR-NUM(W-K)
        MOVE G-ULT-TAR-SEQ TO TAR-NUM(W-K)(11:6)
        PERFORM GRABAR-TAR-DIRECTO
        DISPLAY " "
        DISPLAY "  +------------------------------------------+"
        DISPLAY "  |   *** TARJETA EMITIDA CORRECTAMENTE ***  |"
        DISPLAY "  +------------------------------------------+"
        DISPLAY "  Numero    : " TAR-NUM(W-K)
        DISPLAY "  Titular   : " TAR-TITULAR(W-K)
        DISPLAY "  Tipo      : " TAR-TIPO(W-K)
        DISPLAY "  Caducidad : " TAR-CADUCIDAD(W-K)
        DISPLAY "  CVV       : " TAR-CVV(W-K)
        IF NC-TIPO = "C"
            MOVE TAR-LIMITE(W-K) TO D-IMP
            DISPLAY "  Limite    : " D-IMP " EUR"
        END-IF
        DISPLAY "  Conserve estos datos de forma segura."
        ADD 1 TO SES-OPERACIONES
    END-IF
    .

TAR-VER.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  MIS TARJETAS"
    DISPLAY LN-SEP2
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        MOVE ZEROS TO W-CNT
        PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > G-NUM-TARJETAS
            IF TAR-CTA(W-K) = CTA-NUM AND
               TAR-ACTIVA(W-K) = "S"
                ADD 1 TO W-CNT
                DISPLAY "  Numero    : " TAR-NUM(W-K)
                DISPLAY "  Tipo      : " TAR-TIPO(W-K)
                DISPLAY "  Caducidad : " TAR-CADUCIDAD(W-K)
                IF TAR-TIPO(W-K) = "C"
                    MOVE TAR-LIMITE(W-K) TO D-IMP
                    DISPLAY "  Limite    : " D-IMP " EUR"
                    MOVE TAR-USADO(W-K) TO D-IMP
                    DISPLAY "  Usado     : " D-IMP " EUR"
                    SUBTRACT TAR-USADO(W-K) FROM TAR-LIMITE(W-K)
                        GIVING W-TEMP
                    MOVE W-TEMP TO D-IMP
                    DISPLAY "  Disponible: " D-IMP " EUR"
                END-IF
                IF TAR-BLOQUEADA(W-K) = "S"
                    DISPLAY "  Estado    : *** BLOQUEADA ***"
                ELSE
                    DISPLAY "  Estado    : Activa"
                END-IF
                DISPLAY LN-SEP2
            END-IF
        END-PERFORM
        IF W-CNT = ZEROS
            DISPLAY "  No hay tarjetas activas para esta cuenta."
        END-IF
    END-IF
    .

TAR-BLOQUEAR.
    DISPLAY " "
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        MOVE "N" TO W-ENCONTRADO
        PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > G-NUM-TARJETAS
            IF TAR-CTA(W-K) = CTA-NUM AND
               TAR-ACTIVA(W-K) = "S"
                MOVE "S" TO W-ENCONTRADO
                DISPLAY "  Tarjeta: " TAR-NUM(W-K)
                IF TAR-BLOQUEADA(W-K) = "S"
                    DISPLAY "  Estado: BLOQUEADA"
                    DISPLAY "  Desbloquear? (S/N): " WITH NO ADVANCING
                    ACCEPT W-RESP
                    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                    IF W-RESP = "S"
                        MOVE "S" TO W-AUD-ANTES
                        MOVE "N" TO TAR-BLOQUEADA(W-K)
                        DISPLAY "  *** TARJETA DESBLOQUEADA ***"
                        MOVE "TAR" TO W-AUD-TIPO-REF
                        MOVE TAR-NUM(W-K) TO W-AUD-REF-ID
                        MOVE "DESBLOQUEAR" TO W-AUD-ACCION
                        MOVE "N" TO W-AUD-DESPUES
                        PERFORM REGISTRAR-AUDITORIA
                        PERFORM GRABAR-TAR-DIRECTO
                        ADD 1 TO SES-OPERACIONES
                    END-IF
                ELSE
                    DISPLAY "  Estado: Activa"
                    DISPLAY "  Bloquear? (S/N): " WITH NO ADVANCING
                    ACCEPT W-RESP
                    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                    IF W-RESP = "S"
                        MOVE "N" TO W-AUD-ANTES
                        MOVE "S" TO TAR-BLOQUEADA(W-K)
                        DISPLAY "  *** TARJETA BLOQUEADA ***"
                        MOVE "TAR" TO W-AUD-TIPO-REF
                        MOVE TAR-NUM(W-K) TO W-AUD-REF-ID
                        MOVE "BLOQUEAR" TO W-AUD-ACCION
                        MOVE "S" TO W-AUD-DESPUES
                        PERFORM REGISTRAR-AUDITORIA
                        PERFORM GRABAR-TAR-DIRECTO
                        ADD 1 TO SES-OPERACIONES
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF W-ENCONTRADO = "N"
            DISPLAY "  No hay tarjetas para esta cuenta."
        END-IF
    END-IF
    .

TAR-CONSULTAR-LIMITE.
    DISPLAY " "
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        MOVE "N" TO W-ENCONTRADO
        PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > G-NUM-TARJETAS
            IF TAR-CTA(W-K) = CTA-NUM AND
               TAR-TIPO(W-K) = "C" AND
               TAR-ACTIVA(W-K) = "S"
                MOVE "S" TO W-ENCONTRADO
                MOVE TAR-LIMITE(W-K) TO D-IMP
                DISPLAY "  Tarjeta     : " TAR-NUM(W-K)
                DISPLAY "  Limite total: " D-IMP " EUR"
                MOVE TAR-USADO(W-K) TO D-IMP
                DISPLAY "  Usado       : " D-IMP " EUR"
                MOVE TAR-LIMITE(W-K) TO W-TEMP
                SUBTRACT TAR-USADO(W-K) FROM W-TEMP
                MOVE W-TEMP TO D-IMP
                DISPLAY "  Disponible  : " D-IMP " EUR"
            END-IF
        END-PERFORM
        IF W-ENCONTRADO = "N"
            DISPLAY "  No hay tarjetas de credito para esta cuenta."
        END-IF
    END-IF
    .

*> Tarjetas activas que caducan dentro de CFG-TAR-DIAS-AVISO dias (o
*> ya caducadas), para pedir el plastico con antelacion. La
*> renovacion efectiva la hace el cierre de dia a los
*> CFG-TAR-DIAS-RENOV dias.
TAR-PROX-CADUCIDADES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  TARJETAS PROXIMAS A CADUCAR - " SES-FECHA
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-TARJETAS
        IF TAR-ACTIVA(W-K) = "S"
            PERFORM DIAS-HASTA-CADUCIDAD
            IF W-DIAS-CAD <= CFG-TAR-DIAS-AVISO
                ADD 1 TO W-CNT
                MOVE W-DIAS-CAD TO D-CNT
                DISPLAY "  " TAR-NUM(W-K)
                        "  " TAR-TITULAR(W-K)(1:24)
                        "  cad. " TAR-CADUCIDAD(W-K)
                IF W-DIAS-CAD < ZEROS
                    DISPLAY "       *** YA CADUCADA ***"
                ELSE
                    DISPLAY "       Dias restantes: " D-CNT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin tarjetas proximas a caducar."
    END-IF
    DISPLAY LN-SEP2
    .

*> Autorizacion de compra: las tarjetas de credito consumen limite
*> (TAR-USADO contra TAR-LIMITE) sin tocar el saldo de la cuenta hasta
*> su liquidacion; las de debito cargan directamente contra el saldo,
*> igual que un reintegro. En ambos casos queda un movimiento "CO"
*> vinculado a la cuenta de la tarjeta para dejar rastro de la compra.
TAR-COMPRAR.
    DISPLAY " "
    DISPLAY "  === COMPRA CON TARJETA ==="
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM VERIFICAR-OPERABLE
        IF W-ERROR = "N"
            PERFORM VERIFICAR-CTA-INACTIVA
        END-IF
        IF W-ERROR = "N"
            MOVE "N" TO W-ENCONTRADO
            PERFORM VARYING W-K FROM 1 BY 1
                UNTIL W-K > G-NUM-TARJETAS OR W-ENCONTRADO = "S"
                IF TAR-CTA(W-K) = CTA-NUM
                   AND TAR-ACTIVA(W-K) = "S"
                   AND TAR-BLOQUEADA(W-K) = "N"
                    MOVE "S" TO W-ENCONTRADO
                END-IF
            END-PERFORM
*> El PERFORM VARYING incrementa W-K antes de evaluar la salida:
*> al encontrar la tarjeta, W-K queda una posicion mas alla.
            IF W-ENCONTRADO = "S"
                SUBTRACT 1 FROM W-K
            END-IF
            IF W-ENCONTRADO = "N"
                DISPLAY "  No hay tarjetas activas y sin bloquear "
                        "para esta cuenta."
            ELSE
*> El plastico caducado se rechaza en la propia autorizacion.
              PERFORM DIAS-HASTA-CADUCIDAD
              IF W-DIAS-CAD < ZEROS
                DISPLAY "  *** COMPRA DENEGADA: tarjeta "
                        TAR-NUM(W-K) " caducada el "
                        TAR-CADUCIDAD(W-K) " ***"
              ELSE
                DISPLAY "  Tarjeta  : " TAR-NUM(W-K)
                DISPLAY "  Comercio [Enter=Compra con tarjeta]: "
                        WITH NO ADVANCING
                ACCEPT W-DESC
                IF W-DESC = SPACES
                    MOVE "Compra con tarjeta" TO W-DESC
                END-IF
*> El apunte "CO" queda etiquetado con la tarjeta que origino la
*> compra, para que el extracto mensual de cada tarjeta liste solo
*> sus propias compras y no las de otras tarjetas (p.ej. la de
*> debito) vinculadas a la misma cuenta.
                MOVE W-DESC TO W-COMERCIO
                MOVE SPACES TO W-DESC
                STRING TAR-NUM(W-K) " " W-COMERCIO
                    DELIMITED BY SIZE INTO W-DESC
                DISPLAY "  Importe de la compra (EUR): "
                        WITH NO ADVANCING
                ACCEPT W-IMPORTE
                IF W-IMPORTE <= ZEROS
                    DISPLAY "  ERROR: Importe debe ser positivo"
                ELSE
                    IF TAR-TIPO(W-K) = "C"
                        IF TAR-USADO(W-K) + W-IMPORTE
                           > TAR-LIMITE(W-K)
                            DISPLAY "  ERROR: Supera el limite "
                                    "disponible de la tarjeta"
                        ELSE
                            ADD W-IMPORTE TO TAR-USADO(W-K)
                            PERFORM GRABAR-TAR-DIRECTO
                            MOVE "CO" TO W-TIPO-MOV
                            PERFORM REG-MOV
                            MOVE W-IMPORTE TO D-IMP
                            DISPLAY " "
                            DISPLAY "  *** COMPRA AUTORIZADA ***"
                            DISPLAY "  Importe    : " D-IMP " EUR"
                            DISPLAY "  Referencia : " W-REF-STR
                            ADD 1 TO SES-OPERACIONES
                        END-IF
                    ELSE
*> La tarjeta de debito carga directamente contra el saldo: mismo
*> bloqueo de principal de plazo fijo que un reintegro. (La de
*> credito no toca el saldo hasta su liquidacion y no se bloquea.)
                        PERFORM VERIFICAR-PLAZO-BLOQUEADO
                        IF W-ERROR = "N"
                          PERFORM CALC-BLOQUEO-EMBARGO
                          IF W-IMPORTE > W-EMB-DISPONIBLE
                            DISPLAY "  ERROR: Saldo insuficiente"
                          ELSE
                            SUBTRACT W-IMPORTE FROM CTA-SALDO
                            ADD W-IMPORTE TO CTA-TOT-SAL
                            ADD W-IMPORTE TO TAR-USADO(W-K)
                            IF CTA-SALDO < CTA-SALDO-MIN
                                MOVE CTA-SALDO
                                    TO CTA-SALDO-MIN
                            END-IF
                            PERFORM GRABAR-TAR-DIRECTO
                            MOVE "CO" TO W-TIPO-MOV
                            PERFORM REG-MOV
                            MOVE CTA-SALDO TO D-SALDO
                            MOVE W-IMPORTE TO D-IMP
                            DISPLAY " "
                            DISPLAY "  *** COMPRA AUTORIZADA ***"
                            DISPLAY "  Importe     : -" D-IMP " EUR"
                            DISPLAY "  Nuevo saldo : " D-SALDO " EUR"
                            DISPLAY "  Referencia  : " W-REF-STR
                            ADD 1 TO SES-OPERACIONES
                          END-IF
                        END-IF
                    END-IF
                END-IF
              END-IF
            END-IF
        END-IF
    END-IF
    .

*> Disputa de una compra "CO" por parte del cliente. Mientras se
*> resuelve, el cliente recibe un abono provisional: en la tarjeta
*> de credito se descuenta del saldo usado (queda fuera del cargo y
*> de la base de intereses de la liquidacion mensual); en la de
*> debito, o si la compra ya se liquido en un extracto anterior, se
*> abona en la cuenta con un apunte "DA".
TAR-ABRIR-DISPUTA.
    DISPLAY " "
    DISPLAY "  === DISPUTA DE COMPRA CON TARJETA ==="
    MOVE "N" TO W-ERROR
    DISPLAY "  Referencia del apunte de compra: " WITH NO ADVANCING
    ACCEPT W-ANU-REF
    PERFORM ANU-LOCALIZAR-APUNTE
    IF W-ANU-ENC = "N"
        DISPLAY "  ERROR: Referencia no encontrada"
        MOVE "S" TO W-ERROR
    END-IF
    IF W-ERROR = "N"
        IF W-ANU-TIPO NOT = "CO"
            DISPLAY "  ERROR: El apunte no es una compra con tarjeta"
            MOVE "S" TO W-ERROR
        ELSE
            IF W-ANU-ESTADO = "A"
                DISPLAY "  ERROR: La compra esta anulada"
                MOVE "S" TO W-ERROR
            END-IF
        END-IF
    END-IF
    IF W-ERROR = "N"
        MOVE ZEROS TO W-ANU-TAR
        PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-NUM-TARJETAS
            IF TAR-NUM(W-K) = W-ANU-DESC(1:19)
                MOVE W-K TO W-ANU-TAR
            END-IF
        END-PERFORM
        IF W-ANU-TAR = ZEROS
            DISPLAY "  ERROR: Tarjeta de la compra no encontrada"
            MOVE "S" TO W-ERROR
        ELSE
            MOVE W-ANU-TAR TO W-K
        END-IF
    END-IF
    IF W-ERROR = "N"
        MOVE W-ANU-CTA TO W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        IF W-ENCONTRADO = "N"
            DISPLAY "  ERROR: Cuenta de la compra no encontrada"
            MOVE "S" TO W-ERROR
        ELSE
            IF CTA-ACTIVA = "N"
                DISPLAY "  ERROR: Cuenta " CTA-NUM " cancelada"
                MOVE "S" TO W-ERROR
            END-IF
        END-IF
    END-IF
    IF W-ERROR = "N"
        MOVE W-ANU-REF    TO W-DIS-REF
        MOVE TAR-NUM(W-K) TO W-DIS-TAR
        PERFORM LEER-DISPUTA
        IF W-DIS-ENC = "S"
            DISPLAY "  ERROR: La compra ya tiene una disputa (estado "
                    FD-DIS-ESTADO ")"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        MOVE W-ANU-IMPORTE TO D-IMP
        DISPLAY " "
        DISPLAY "  Tarjeta   : " TAR-NUM(W-K) "  (" TAR-TIPO(W-K) ")"
        DISPLAY "  Cuenta    : " CTA-NUM "  " CTA-TITULAR
        DISPLAY "  Fecha     : " W-ANU-FECHA
        DISPLAY "  Comercio  : " W-ANU-DESC(21:20)
        DISPLAY "  Importe   : " D-IMP " EUR"
        DISPLAY "  Motivos: NR=No recibido   DU=Cargo duplicado"
        DISPLAY "           IE=Importe erroneo  NA=No autorizada"
        DISPLAY "           DF=Producto defectuoso"
        DISPLAY "  Motivo: " WITH NO ADVANCING
        ACCEPT W-DIS-MOTIVO
        MOVE FUNCTION UPPER-CASE(W-DIS-MOTIVO) TO W-DIS-MOTIVO
        PERFORM NOMBRE-MOTIVO-DIS
        IF W-DIS-MOTIVO-TXT = SPACES
            DISPLAY "  ERROR: Motivo no valido"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
*> La disputa la abre el propio cliente: se exige el PIN de la
*> cuenta de la tarjeta antes de abonar nada.
    IF W-ERROR = "N"
        PERFORM PEDIR-PIN
        IF W-PIN-OK = "N"
            MOVE "S" TO W-ERROR
        END-IF
    END-IF
    IF W-ERROR = "N"
        DISPLAY "  Abrir disputa y abonar provisionalmente? (S/N): "
                WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            PERFORM DIS-ABONO-PROVISIONAL
            PERFORM DIS-GRABAR-ALTA
            MOVE "TAR" TO W-AUD-TIPO-REF
            MOVE TAR-NUM(W-K) TO W-AUD-REF-ID
            MOVE "ABRE-DISPUTA" TO W-AUD-ACCION
            MOVE SPACES TO W-AUD-ANTES
            STRING W-DIS-REF " " W-DIS-MOTIVO
                DELIMITED BY SIZE INTO W-AUD-ANTES
            MOVE W-ANU-IMPORTE TO D-IMP
            MOVE SPACES TO W-AUD-DESPUES
            STRING "Abono prov. " W-DIS-MODO " " D-IMP
                DELIMITED BY SIZE INTO W-AUD-DESPUES
            PERFORM REGISTRAR-AUDITORIA
            DISPLAY " "
            DISPLAY "  *** DISPUTA ABIERTA ***"
            IF W-DIS-MODO = "U"
                MOVE TAR-USADO(W-K) TO D-SALDO
                DISPLAY "  Descontada del saldo de la tarjeta. "
                        "Nuevo usado: " D-SALDO " EUR"
            ELSE
                MOVE CTA-SALDO TO D-SALDO
                DISPLAY "  Abono provisional: " W-DIS-REF-ABONO
                DISPLAY "  Nuevo saldo      : " D-SALDO " EUR"
            END-IF
            ADD 1 TO SES-OPERACIONES
        ELSE
            DISPLAY "  Operacion cancelada."
        END-IF
    END-IF
    .

*> Aplica el abono provisional de la compra W-ANU-* (tarjeta W-K,
*> cuenta en CTA-REG) y deja en W-DIS-MODO como se hizo.
DIS-ABONO-PROVISIONAL.
    MOVE SPACES TO W-DIS-REF-ABONO
    IF TAR-TIPO(W-K) = "C"
       AND TAR-USADO(W-K) >= W-ANU-IMPORTE
        MOVE "U" TO W-DIS-MODO
        SUBTRACT W-ANU-IMPORTE FROM TAR-USADO(W-K)
        PERFORM GRABAR-TAR-DIRECTO
    ELSE
        MOVE "C" TO W-DIS-MODO
        MOVE W-ANU-IMPORTE TO W-IMPORTE
        PERFORM ABONAR-CON-DESCUBIERTO
        MOVE SPACES TO W-DESC
        STRING "Abono provisional disputa " W-DIS-REF
            DELIMITED BY SIZE INTO W-DESC
        MOVE W-ANU-IMPORTE TO W-IMPORTE
        MOVE "DA" TO W-TIPO-MOV
        PERFORM REG-MOV
        MOVE W-REF-STR TO W-DIS-REF-ABONO
    END-IF
    .

DIS-GRABAR-ALTA.
    MOVE "00" TO FS-DISPUTAS
    OPEN I-O ARCH-DISPUTAS
    IF FS-DISPUTAS = "35"
        OPEN OUTPUT ARCH-DISPUTAS
        CLOSE ARCH-DISPUTAS
        OPEN I-O ARCH-DISPUTAS
    END-IF
    MOVE W-DIS-REF       TO FD-DIS-REF
    MOVE W-DIS-TAR       TO FD-DIS-TAR
    MOVE CTA-NUM         TO FD-DIS-CTA
    MOVE TAR-TIPO(W-K)   TO FD-DIS-TIPO-TAR
    MOVE W-ANU-IMPORTE   TO FD-DIS-IMPORTE
    MOVE W-DIS-MOTIVO    TO FD-DIS-MOTIVO
    MOVE SES-FECHA       TO FD-DIS-FECHA
    MOVE "A"             TO FD-DIS-ESTADO
    MOVE W-DIS-MODO      TO FD-DIS-MODO
    MOVE W-DIS-REF-ABONO TO FD-DIS-REF-ABONO
    MOVE SPACES          TO FD-DIS-FECHA-RES
    MOVE SPACES          TO FD-DIS-RESUELVE
    WRITE FD-DIS-REC
    CLOSE ARCH-DISPUTAS
    .

*> Lee la disputa W-DIS-REF + W-DIS-TAR (W-DIS-ENC = "S" si existe;
*> el registro queda en FD-DIS-REC).
LEER-DISPUTA.
    MOVE "N" TO W-DIS-ENC
    MOVE "00" TO FS-DISPUTAS
    OPEN INPUT ARCH-DISPUTAS
    IF FS-DISPUTAS = "00"
        MOVE W-DIS-REF TO FD-DIS-REF
        MOVE W-DIS-TAR TO FD-DIS-TAR
        READ ARCH-DISPUTAS RECORD
            INVALID KEY
                MOVE "N" TO W-DIS-ENC
            NOT INVALID KEY
                MOVE "S" TO W-DIS-ENC
        END-READ
        CLOSE ARCH-DISPUTAS
    END-IF
    .

NOMBRE-MOTIVO-DIS.
    EVALUATE W-DIS-MOTIVO
        WHEN "NR" MOVE "No recibido"         TO W-DIS-MOTIVO-TXT
        WHEN "DU" MOVE "Cargo duplicado"     TO W-DIS-MOTIVO-TXT
        WHEN "IE" MOVE "Importe erroneo"     TO W-DIS-MOTIVO-TXT
        WHEN "NA" MOVE "No autorizada"       TO W-DIS-MOTIVO-TXT
        WHEN "DF" MOVE "Producto defectuoso" TO W-DIS-MOTIVO-TXT
        WHEN OTHER MOVE SPACES               TO W-DIS-MOTIVO-TXT
    END-EVALUATE
    .

TAR-RESOLVER-DISPUTA.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        IF SES-ROL = "S"
            MOVE SES-USUARIO TO W-DIS-SUPERV
        ELSE
            MOVE OPE-ID(W-IDX-O) TO W-DIS-SUPERV
        END-IF
        PERFORM TAR-RESOLVER-DISPUTA-EJEC
    END-IF
    .

*> Ganada: el abono provisional pasa a definitivo. Perdida: se
*> deshace donde se dio: vuelve al saldo usado de la tarjeta de
*> credito o se carga de nuevo en la cuenta (apunte "DC"); si la
*> cuenta no admite el cargo, la disputa sigue abierta.
TAR-RESOLVER-DISPUTA-EJEC.
    DISPLAY " "
    DISPLAY "  === RESOLUCION DE DISPUTAS DE TARJETA ==="
    PERFORM LISTAR-DISPUTAS-ABIERTAS
    IF W-DIS-CNT > ZEROS
        MOVE "N" TO W-ERROR
        DISPLAY "  Referencia de la compra: " WITH NO ADVANCING
        ACCEPT W-DIS-REF
        PERFORM BUSCAR-DISPUTA-REF
        IF W-DIS-ENC = "N"
            DISPLAY "  ERROR: Disputa no encontrada"
            MOVE "S" TO W-ERROR
        ELSE
            IF FD-DIS-ESTADO NOT = "A"
                DISPLAY "  ERROR: La disputa ya esta resuelta"
                MOVE "S" TO W-ERROR
            END-IF
        END-IF
        IF W-ERROR = "N"
            DISPLAY "  Resultado (G=ganada por el cliente, "
                    "P=perdida): " WITH NO ADVANCING
            ACCEPT W-DIS-RESULT
            MOVE FUNCTION UPPER-CASE(W-DIS-RESULT) TO W-DIS-RESULT
            IF W-DIS-RESULT NOT = "G" AND W-DIS-RESULT NOT = "P"
                DISPLAY "  ERROR: Resultado no valido"
                MOVE "S" TO W-ERROR
            END-IF
        END-IF
        IF W-ERROR = "N" AND W-DIS-RESULT = "P"
            PERFORM DIS-DESHACER-ABONO
        END-IF
        IF W-ERROR = "N"
            PERFORM DIS-GRABAR-RESOLUCION
            MOVE "TAR" TO W-AUD-TIPO-REF
            MOVE W-DIS-TAR TO W-AUD-REF-ID
            MOVE W-DIS-REF TO W-AUD-ANTES
            MOVE W-DIS-IMPORTE TO D-IMP
            MOVE SPACES TO W-AUD-DESPUES
            IF W-DIS-RESULT = "G"
                MOVE "DISPUTA-GANADA" TO W-AUD-ACCION
                STRING "Abono definitivo " D-IMP
                    DELIMITED BY SIZE INTO W-AUD-DESPUES
                DISPLAY "  *** DISPUTA GANADA: abono definitivo ***"
            ELSE
                MOVE "DISPUTA-PERDIDA" TO W-AUD-ACCION
                STRING "Recargado " W-DIS-MODO " " D-IMP
                    DELIMITED BY SIZE INTO W-AUD-DESPUES
                DISPLAY "  *** DISPUTA PERDIDA: importe recargado ***"
            END-IF
            PERFORM REGISTRAR-AUDITORIA
            ADD 1 TO SES-OPERACIONES
        END-IF
    END-IF
    .

*> Localiza por referencia de compra (la clave lleva tambien la
*> tarjeta) y copia la disputa a W-DIS-*.
BUSCAR-DISPUTA-REF.
    MOVE "N" TO W-DIS-ENC
    MOVE "00" TO FS-DISPUTAS
    OPEN INPUT ARCH-DISPUTAS
    IF FS-DISPUTAS = "00"
        MOVE W-DIS-REF  TO FD-DIS-REF
        MOVE LOW-VALUES TO FD-DIS-TAR
        START ARCH-DISPUTAS KEY NOT < FD-DIS-CLAVE
            INVALID KEY
                MOVE "S" TO W-DIS-FIN
            NOT INVALID KEY
                MOVE "N" TO W-DIS-FIN
        END-START
        IF W-DIS-FIN = "N"
            READ ARCH-DISPUTAS NEXT RECORD
                AT END
                    MOVE "S" TO W-DIS-FIN
            END-READ
        END-IF
        IF W-DIS-FIN = "N" AND FS-DISPUTAS = "00"
           AND FD-DIS-REF = W-DIS-REF
            MOVE "S" TO W-DIS-ENC
            MOVE FD-DIS-TAR      TO W-DIS-TAR
            MOVE FD-DIS-CTA      TO W-DIS-CTA
            MOVE FD-DIS-TIPO-TAR TO W-DIS-TIPO-TAR
            MOVE FD-DIS-IMPORTE  TO W-DIS-IMPORTE
            MOVE FD-DIS-MODO     TO W-DIS-MODO
        END-IF
        CLOSE ARCH-DISPUTAS
    END-IF
    .

DIS-DESHACER-ABONO.
    IF W-DIS-MODO = "U"
        MOVE ZEROS TO W-K
        PERFORM VARYING W-IDX-K FROM 1 BY 1
            UNTIL W-IDX-K > G-NUM-TARJETAS
            IF TAR-NUM(W-IDX-K) = W-DIS-TAR
                MOVE W-IDX-K TO W-K
            END-IF
        END-PERFORM
        IF W-K = ZEROS
            DISPLAY "  ERROR: Tarjeta de la disputa no encontrada"
            MOVE "S" TO W-ERROR
        ELSE
            ADD W-DIS-IMPORTE TO TAR-USADO(W-K)
            PERFORM GRABAR-TAR-DIRECTO
            MOVE TAR-USADO(W-K) TO D-SALDO
            DISPLAY "  Devuelto al saldo usado de la tarjeta: "
                    D-SALDO " EUR"
        END-IF
    ELSE
        MOVE W-DIS-CTA TO W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        IF W-ENCONTRADO = "N" OR CTA-ACTIVA = "N"
            DISPLAY "  ERROR: Cuenta " W-DIS-CTA " no operativa"
            MOVE "S" TO W-ERROR
        ELSE
            MOVE W-DIS-IMPORTE TO W-IMPORTE
            PERFORM VERIFICAR-CARGO-POSIBLE
            IF W-DSC-CABE = "N"
                DISPLAY "  ERROR: Saldo insuficiente para el cargo; "
                        "la disputa sigue abierta"
                MOVE "S" TO W-ERROR
            ELSE
                MOVE W-DIS-IMPORTE TO W-IMPORTE
                PERFORM CARGAR-CON-DESCUBIERTO
                MOVE SPACES TO W-DESC
                STRING "Cargo disputa perdida " W-DIS-REF
                    DELIMITED BY SIZE INTO W-DESC
                MOVE W-DIS-IMPORTE TO W-IMPORTE
                MOVE "DC" TO W-TIPO-MOV
                PERFORM REG-MOV
                MOVE CTA-SALDO TO D-SALDO
                DISPLAY "  Cargo " W-REF-STR "  nuevo saldo: "
                        D-SALDO " EUR"
            END-IF
        END-IF
    END-IF
    .

DIS-GRABAR-RESOLUCION.
    MOVE "00" TO FS-DISPUTAS
    OPEN I-O ARCH-DISPUTAS
    IF FS-DISPUTAS = "00"
        MOVE W-DIS-REF TO FD-DIS-REF
        MOVE W-DIS-TAR TO FD-DIS-TAR
        READ ARCH-DISPUTAS RECORD
            INVALID KEY
                DISPLAY "  ERROR: Disputa no encontrada"
            NOT INVALID KEY
                MOVE W-DIS-RESULT TO FD-DIS-ESTADO
                MOVE SES-FECHA    TO FD-DIS-FECHA-RES
                MOVE W-DIS-SUPERV TO FD-DIS-RESUELVE
                REWRITE FD-DIS-REC
        END-READ
        CLOSE ARCH-DISPUTAS
    END-IF
    .

LISTAR-DISPUTAS-ABIERTAS.
    DISPLAY LN-SEP2
    DISPLAY "  Modo: U=descontada del usado de la tarjeta, "
            "C=abonada en cuenta"
    DISPLAY "  REFERENCIA   TARJETA             CUENTA    "
            "    IMPORTE APERTURA   MOT M"
    MOVE ZEROS TO W-DIS-CNT
    MOVE "00" TO FS-DISPUTAS
    OPEN INPUT ARCH-DISPUTAS
    IF FS-DISPUTAS = "00"
        MOVE "N" TO W-DIS-FIN
        PERFORM UNTIL W-DIS-FIN = "S"
            READ ARCH-DISPUTAS NEXT RECORD
                AT END
                    MOVE "S" TO W-DIS-FIN
            END-READ
            IF W-DIS-FIN = "N" AND FS-DISPUTAS NOT = "00"
                MOVE "S" TO W-DIS-FIN
            END-IF
            IF W-DIS-FIN = "N" AND FD-DIS-ESTADO = "A"
                ADD 1 TO W-DIS-CNT
                MOVE FD-DIS-IMPORTE TO D-IMP
                DISPLAY "  " FD-DIS-REF " " FD-DIS-TAR " "
                        FD-DIS-CTA " " D-IMP " " FD-DIS-FECHA " "
                        FD-DIS-MOTIVO "  " FD-DIS-MODO
            END-IF
        END-PERFORM
        CLOSE ARCH-DISPUTAS
    END-IF
    IF W-DIS-CNT = ZEROS
        DISPLAY "  (sin disputas abiertas)"
    END-IF
    DISPLAY LN-SEP2
    .

*> Disputas abiertas desde hace mas de N dias (por defecto
*> CFG-DIS-DIAS-AVISO), para reclamar su resolucion a la red.
INF-DISPUTAS-ANTIGUAS.
    DISPLAY " "
    DISPLAY "  Dias de antiguedad [Enter=" CFG-DIS-DIAS-AVISO "]: "
            WITH NO ADVANCING
    ACCEPT W-DIS-DIAS
    IF W-DIS-DIAS = ZEROS
        MOVE CFG-DIS-DIAS-AVISO TO W-DIS-DIAS
    END-IF
    MOVE W-DIS-DIAS TO W-DIAS-ATRAS
    PERFORM CALC-FECHA-ATRAS
    MOVE W-DIS-DIAS TO D-CNT
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  DISPUTAS ABIERTAS CON MAS DE " D-CNT " DIAS - "
            SES-FECHA
    DISPLAY LN-SEP2
    PERFORM ABRIR-IMPRESION
    STRING "DISPUTAS DE TARJETA ABIERTAS CON MAS DE " D-CNT
        " DIAS - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "REFERENCIA   TARJETA             CUENTA    "
        "    IMPORTE APERTURA    DIAS MOTIVO"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE ZEROS TO W-DIS-CNT
    MOVE ZEROS TO W-DIS-TOTAL
    MOVE "00" TO FS-DISPUTAS
    OPEN INPUT ARCH-DISPUTAS
    IF FS-DISPUTAS = "00"
        MOVE "N" TO W-DIS-FIN
        PERFORM UNTIL W-DIS-FIN = "S"
            READ ARCH-DISPUTAS NEXT RECORD
                AT END
                    MOVE "S" TO W-DIS-FIN
            END-READ
            IF W-DIS-FIN = "N" AND FS-DISPUTAS NOT = "00"
                MOVE "S" TO W-DIS-FIN
            END-IF
            IF W-DIS-FIN = "N" AND FD-DIS-ESTADO = "A"
               AND FD-DIS-FECHA < W-FECHA-DESDE
                ADD 1 TO W-DIS-CNT
                ADD FD-DIS-IMPORTE TO W-DIS-TOTAL
                PERFORM DIS-DIAS-ABIERTA
                MOVE W-DIS-DIAS-AB TO D-CNT
                MOVE FD-DIS-IMPORTE TO D-IMP
                MOVE FD-DIS-MOTIVO TO W-DIS-MOTIVO
                PERFORM NOMBRE-MOTIVO-DIS
                STRING FD-DIS-REF " " FD-DIS-TAR " " FD-DIS-CTA " "
                    D-IMP " " FD-DIS-FECHA " " D-CNT " "
                    W-DIS-MOTIVO-TXT
                    DELIMITED BY SIZE INTO W-LINEA-PRN
                DISPLAY "  " W-LINEA-PRN
                PERFORM ESCRIBIR-PRN
            END-IF
        END-PERFORM
        CLOSE ARCH-DISPUTAS
    END-IF
    MOVE W-DIS-CNT TO D-CNT
    MOVE W-DIS-TOTAL TO D-IMP
    STRING "TOTAL DISPUTAS: " D-CNT "  IMPORTE: " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    DISPLAY LN-SEP2
    DISPLAY "  " W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM CERRAR-IMPRESION
    .

*> Dias transcurridos desde la apertura de la disputa en FD-DIS-REC.
DIS-DIAS-ABIERTA.
    MOVE FD-DIS-FECHA(1:4) TO W-FECHA-COMP(1:4)
    MOVE FD-DIS-FECHA(6:2) TO W-FECHA-COMP(5:2)
    MOVE FD-DIS-FECHA(9:2) TO W-FECHA-COMP(7:2)
    MOVE W-FECHA-COMP TO W-FECHA-NUM
    MOVE SES-FECHA(1:4) TO W-FECHA-COMP(1:4)
    MOVE SES-FECHA(6:2) TO W-FECHA-COMP(5:2)
    MOVE SES-FECHA(9:2) TO W-FECHA-COMP(7:2)
    MOVE W-FECHA-COMP TO W-FECHA-NUM2
    COMPUTE W-DIS-DIAS-AB =
        FUNCTION INTEGER-OF-DATE(W-FECHA-NUM2)
        - FUNCTION INTEGER-OF-DATE(W-FECHA-NUM)
    .

*> ================================================================
*> 6. DIVISAS
*> ================================================================
MENU-DIVISAS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  *** DIVISAS Y CAMBIO DE MONEDA ***"
    DISPLAY LN-SEP2
    DISPLAY "  1. Ver tipos de cambio"
    DISPLAY "  2. Convertir importe"
    DISPLAY "  3. Comprar divisas (cargo en cuenta)"
    DISPLAY "  4. Actualizar tipo de cambio"
    DISPLAY "  5. Vender divisas (abono en cuenta)"
    DISPLAY "  6. Posicion en divisas de la sucursal"
    DISPLAY "  0. Volver"
    DISPLAY LN-SEP2
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUBOP
    EVALUATE W-SUBOP
        WHEN 1 PERFORM DIV-VER-CAMBIOS
        WHEN 2 PERFORM DIV-CONVERTIR
        WHEN 3 PERFORM DIV-COMPRAR
        WHEN 4 PERFORM DIV-MOD-CAMBIO
        WHEN 5 PERFORM DIV-VENDER
        WHEN 6 PERFORM DIV-POSICION
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  Opcion invalida"
    END-EVALUATE
    .

DIV-VER-CAMBIOS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  TIPOS DE CAMBIO - " SES-FECHA
    DISPLAY "  (referencia: 1 EUR = X unidades de divisa)"
    DISPLAY LN-SEP2
    DISPLAY "  COD  DIVISA                MEDIO          CLIENTE COMPRA  CLIENTE VENDE"
    DISPLAY LN-SEP2
*> El mostrador aplica un margen de CFG-MARGEN-DIVISA sobre el
*> cambio medio: el cliente que compra divisa recibe menos unidades
*> por EUR y el que vende entrega mas unidades por EUR.
    PERFORM VARYING W-I FROM 1 BY 1
        UNTIL W-I > 6
        MOVE DIV-CAMBIO(W-I) TO D-IMP
        DISPLAY "  " DIV-CODIGO(W-I)
                "  " DIV-NOMBRE(W-I)
                "  " D-IMP WITH NO ADVANCING
        COMPUTE W-CAMBIO-APLICADO ROUNDED =
            DIV-CAMBIO(W-I) * (1 - CFG-MARGEN-DIVISA)
        MOVE W-CAMBIO-APLICADO TO D-IMP
        DISPLAY "  " D-IMP WITH NO ADVANCING
        COMPUTE W-CAMBIO-APLICADO ROUNDED =
            DIV-CAMBIO(W-I) * (1 + CFG-MARGEN-DIVISA)
        MOVE W-CAMBIO-APLICADO TO D-IMP
        DISPLAY "  " D-IMP " " DIV-SIMBOLO(W-I)
    END-PERFORM
    DISPLAY LN-SEP2
    .

DIV-CONVERTIR.
    DISPLAY " "
    DISPLAY "  === CONVERSOR DE DIVISAS ==="
    DISPLAY "  Codigos: USD GBP JPY CHF MXN BRL"
    DISPLAY "  Divisa destino: " WITH NO ADVANCING
    ACCEPT W-DESC
    MOVE FUNCTION UPPER-CASE(W-DESC) TO W-DESC
    MOVE "N" TO W-ENCONTRADO
    PERFORM VARYING W-I FROM 1 BY 1
        UNTIL W-I > 6
        IF DIV-CODIGO(W-I) = W-DESC(1:3)
            MOVE "S" TO W-ENCONTRADO
            DISPLAY "  Importe en EUR a convertir: " WITH NO ADVANCING
            ACCEPT W-IMPORTE
            IF W-IMPORTE <= ZEROS
                DISPLAY "  ERROR: Importe invalido"
            ELSE
                MULTIPLY W-IMPORTE BY DIV-CAMBIO(W-I)
                    GIVING W-TEMP
                MOVE W-IMPORTE TO D-IMP
                MOVE W-TEMP TO D-SALDO
                DISPLAY " "
                DISPLAY "  " D-IMP " EUR  =  "
                        D-SALDO " " DIV-SIMBOLO(W-I)
                DISPLAY "  Tipo de cambio: 1 EUR = "
                        D-IMP " " DIV-CODIGO(W-I)
            END-IF
        END-IF
    END-PERFORM
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Divisa no encontrada"
    END-IF
    .

DIV-COMPRAR.
    DISPLAY " "
    DISPLAY "  === COMPRA DE DIVISAS ==="
    DISPLAY "  (Se cargara en su cuenta en EUR)"
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM VERIFICAR-OPERABLE
*> La compra de divisas carga EUR de la cuenta: mismo bloqueo de
*> principal de plazo fijo que el resto de salidas de fondos.
        IF W-ERROR = "N"
            PERFORM VERIFICAR-PLAZO-BLOQUEADO
        END-IF
        IF W-ERROR = "N"
            PERFORM VERIFICAR-CTA-INACTIVA
        END-IF
        IF W-ERROR = "N"
            PERFORM PEDIR-PIN
            IF W-PIN-OK = "S"
                DISPLAY "  Codigos: USD GBP JPY CHF MXN BRL"
                DISPLAY "  Divisa a comprar: " WITH NO ADVANCING
                ACCEPT W-DESC
                MOVE FUNCTION UPPER-CASE(W-DESC) TO W-DESC
                MOVE "N" TO W-ENCONTRADO
                PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > 6
                    IF DIV-CODIGO(W-J) = W-DESC(1:3)
                        MOVE "S" TO W-ENCONTRADO
                        DISPLAY "  Importe en EUR: " WITH NO ADVANCING
                        ACCEPT W-IMPORTE
                        IF W-IMPORTE <= ZEROS
                            DISPLAY "  ERROR: Importe invalido"
                        ELSE
                            PERFORM CALC-BLOQUEO-EMBARGO
                            IF W-IMPORTE > W-EMB-DISPONIBLE
                                DISPLAY "  ERROR: Saldo insuficiente"
                            ELSE
*> Cambio de compra para el cliente: el medio menos el margen del
*> mostrador.
                                COMPUTE W-CAMBIO-APLICADO ROUNDED =
                                    DIV-CAMBIO(W-J)
                                    * (1 - CFG-MARGEN-DIVISA)
                                MULTIPLY W-IMPORTE
                                    BY W-CAMBIO-APLICADO
                                    GIVING W-TEMP
                                MOVE W-TEMP TO D-SALDO
                                MOVE W-IMPORTE TO D-IMP
                                DISPLAY "  Recibe: " D-SALDO
                                        " " DIV-SIMBOLO(W-J)
                                MOVE W-CAMBIO-APLICADO TO D-IMP
                                DISPLAY "  Cambio aplicado: 1 EUR = "
                                        D-IMP " " DIV-CODIGO(W-J)
                                MOVE W-IMPORTE TO D-IMP
                                DISPLAY "  Cargo en cuenta: "
                                        D-IMP " EUR"
                                DISPLAY "  Confirmar? (S/N): "
                                        WITH NO ADVANCING
                                ACCEPT W-RESP
                                MOVE FUNCTION UPPER-CASE(W-RESP)
                                    TO W-RESP
                                IF W-RESP = "S"
                                    PERFORM DIV-COMPRAR-EJECUTAR
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF W-ENCONTRADO = "N"
                    DISPLAY "  ERROR: Divisa no encontrada"
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> Ejecuta la compra confirmada en DIV-COMPRAR: carga los EUR en la
*> cuenta en curso y acumula las unidades adquiridas (W-TEMP, al
*> cambio vigente) en la posicion en divisa de la cuenta, para que la
*> tenencia quede registrada y pueda venderse o consultarse despues.
DIV-COMPRAR-EJECUTAR.
    PERFORM BUSCAR-POSICION
    IF W-IDX-P = ZEROS AND
       G-NUM-POSICIONES >= CFG-MAX-POSICIONES
        DISPLAY "  ERROR: Capacidad maxima de posiciones "
                "en divisa alcanzada"
    ELSE
        SUBTRACT W-IMPORTE FROM CTA-SALDO
        ADD W-IMPORTE TO CTA-TOT-SAL
        IF CTA-SALDO < CTA-SALDO-MIN
            MOVE CTA-SALDO TO CTA-SALDO-MIN
        END-IF
        MOVE "FX" TO W-TIPO-MOV
        MOVE SPACES TO W-DESC
        STRING "Compra divisas " DIV-CODIGO(W-J)
            DELIMITED BY SIZE INTO W-DESC
        PERFORM REG-MOV
*> El margen del mostrador sobre el cambio medio es ingreso del
*> banco en el libro interno.
        COMPUTE W-MARGEN-FX ROUNDED =
            W-IMPORTE * CFG-MARGEN-DIVISA
        MOVE "FXM" TO W-LIB-CUENTA
        MOVE "I" TO W-LIB-DH
        MOVE W-MARGEN-FX TO W-LIB-IMPORTE
        PERFORM ASENTAR-LIBRO
        IF W-IDX-P = ZEROS
            ADD 1 TO G-NUM-POSICIONES
            MOVE G-NUM-POSICIONES TO W-IDX-P
            MOVE CTA-NUM    TO POS-CTA(W-IDX-P)
            MOVE DIV-CODIGO(W-J) TO POS-CODIGO(W-IDX-P)
            MOVE ZEROS           TO POS-UNIDADES(W-IDX-P)
            MOVE ZEROS           TO POS-COSTE-EUR(W-IDX-P)
        END-IF
        ADD W-TEMP    TO POS-UNIDADES(W-IDX-P)
        ADD W-IMPORTE TO POS-COSTE-EUR(W-IDX-P)
        PERFORM GRABAR-POS-DIRECTO
        MOVE CTA-SALDO TO D-SALDO
        DISPLAY "  *** COMPRA REALIZADA ***"
        DISPLAY "  Nuevo saldo: " D-SALDO " EUR"
        MOVE POS-UNIDADES(W-IDX-P) TO D-IMP
        DISPLAY "  Posicion en " DIV-CODIGO(W-J) ": " D-IMP
                " " DIV-SIMBOLO(W-J)
        ADD 1 TO SES-OPERACIONES
    END-IF
    .

*> Localiza la posicion en divisa de la cuenta en curso para la divisa
*> W-J; deja el indice en W-IDX-P (0 si la cuenta no tiene posicion).
BUSCAR-POSICION.
    MOVE ZEROS TO W-IDX-P
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-POSICIONES
        IF POS-CTA(W-K) = CTA-NUM AND
           POS-CODIGO(W-K) = DIV-CODIGO(W-J)
            MOVE W-K TO W-IDX-P
        END-IF
    END-PERFORM
    .

*> Recompra de divisas: convierte a EUR al cambio vigente las unidades
*> que la cuenta tiene en su posicion, abona el contravalor y reduce
*> la posicion (y su coste de adquisicion, a prorrata).
DIV-VENDER.
    DISPLAY " "
    DISPLAY "  === VENTA DE DIVISAS ==="
    DISPLAY "  (Se abonara en su cuenta en EUR)"
    DISPLAY "  Numero de cuenta: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Cuenta no encontrada"
    ELSE
        PERFORM VERIFICAR-OPERABLE
        IF W-ERROR = "N"
            PERFORM PEDIR-PIN
            IF W-PIN-OK = "S"
                DISPLAY "  Codigos: USD GBP JPY CHF MXN BRL"
                DISPLAY "  Divisa a vender: " WITH NO ADVANCING
                ACCEPT W-DESC
                MOVE FUNCTION UPPER-CASE(W-DESC) TO W-DESC
                MOVE "N" TO W-ENCONTRADO
                PERFORM VARYING W-J FROM 1 BY 1
                    UNTIL W-J > 6
                    IF DIV-CODIGO(W-J) = W-DESC(1:3)
                        MOVE "S" TO W-ENCONTRADO
                        PERFORM DIV-VENDER-POSICION
                    END-IF
                END-PERFORM
                IF W-ENCONTRADO = "N"
                    DISPLAY "  ERROR: Divisa no encontrada"
                END-IF
            END-IF
        END-IF
    END-IF
    .

DIV-VENDER-POSICION.
    PERFORM BUSCAR-POSICION
    IF W-IDX-P = ZEROS OR POS-UNIDADES(W-IDX-P) = ZEROS
        DISPLAY "  La cuenta no tiene posicion en " DIV-CODIGO(W-J)
    ELSE
        MOVE POS-UNIDADES(W-IDX-P) TO D-SALDO
        DISPLAY "  Posicion actual: " D-SALDO " " DIV-SIMBOLO(W-J)
        DISPLAY "  Unidades a vender: " WITH NO ADVANCING
        ACCEPT W-UNIDADES
        IF W-UNIDADES <= ZEROS
            DISPLAY "  ERROR: Importe invalido"
        ELSE
            IF W-UNIDADES > POS-UNIDADES(W-IDX-P)
                DISPLAY "  ERROR: Posicion insuficiente"
            ELSE
*> Cambio de venta para el cliente: el medio mas el margen del
*> mostrador; la diferencia con el contravalor medio es el margen
*> que gana la sucursal.
                COMPUTE W-CAMBIO-APLICADO ROUNDED =
                    DIV-CAMBIO(W-J) * (1 + CFG-MARGEN-DIVISA)
                COMPUTE W-IMPORTE ROUNDED =
                    W-UNIDADES / W-CAMBIO-APLICADO
                COMPUTE W-MARGEN-FX ROUNDED =
                    W-UNIDADES / DIV-CAMBIO(W-J) - W-IMPORTE
                COMPUTE W-COSTE-VTA ROUNDED =
                    POS-COSTE-EUR(W-IDX-P) * W-UNIDADES
                    / POS-UNIDADES(W-IDX-P)
                MOVE W-IMPORTE TO D-IMP
                DISPLAY "  Abono en cuenta: " D-IMP " EUR"
                MOVE W-CAMBIO-APLICADO TO D-IMP
                DISPLAY "  Cambio aplicado: 1 EUR = " D-IMP
                        " " DIV-CODIGO(W-J)
                DISPLAY "  Confirmar? (S/N): " WITH NO ADVANCING
                ACCEPT W-RESP
                MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                IF W-RESP = "S"
                    ADD W-IMPORTE TO CTA-SALDO
                    ADD W-IMPORTE TO CTA-TOT-ING
                    IF CTA-SALDO > CTA-SALDO-MAX
                        MOVE CTA-SALDO TO CTA-SALDO-MAX
                    END-IF
                    SUBTRACT W-UNIDADES
                        FROM POS-UNIDADES(W-IDX-P)
                    SUBTRACT W-COSTE-VTA
                        FROM POS-COSTE-EUR(W-IDX-P)
                    IF POS-UNIDADES(W-IDX-P) = ZEROS
                        MOVE ZEROS TO POS-COSTE-EUR(W-IDX-P)
                    END-IF
                    PERFORM GRABAR-POS-DIRECTO
                    MOVE "FX" TO W-TIPO-MOV
                    MOVE SPACES TO W-DESC
                    STRING "Venta divisas " DIV-CODIGO(W-J)
                        DELIMITED BY SIZE INTO W-DESC
                    PERFORM REG-MOV
*> Margen del mostrador: ingreso del banco en el libro interno.
                    MOVE "FXM" TO W-LIB-CUENTA
                    MOVE "I" TO W-LIB-DH
                    MOVE W-MARGEN-FX TO W-LIB-IMPORTE
                    PERFORM ASENTAR-LIBRO
                    MOVE CTA-SALDO TO D-SALDO
                    DISPLAY "  *** VENTA REALIZADA ***"
                    DISPLAY "  Nuevo saldo: " D-SALDO " EUR"
                    ADD 1 TO SES-OPERACIONES
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> Exposicion total de la sucursal en moneda extranjera: detalle de
*> posiciones por cuenta y totales por divisa valorados al cambio
*> vigente, junto al coste de adquisicion acumulado.
DIV-POSICION.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  POSICION EN DIVISAS DE LA SUCURSAL - " SES-FECHA
    DISPLAY LN-SEP2
    DISPLAY "  CUENTA    DIV  UNIDADES        COSTE EUR"
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-POSICIONES
        IF POS-UNIDADES(W-K) > ZEROS
            ADD 1 TO W-CNT
            MOVE POS-UNIDADES(W-K) TO D-SALDO
            MOVE POS-COSTE-EUR(W-K) TO D-IMP
            DISPLAY "  " POS-CTA(W-K)
                    "  " POS-CODIGO(W-K)
                    "  " D-SALDO
                    "  " D-IMP
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin posiciones en divisa."
    END-IF
    DISPLAY LN-SEP2
    DISPLAY "  TOTALES POR DIVISA (valorados al cambio de hoy)"
    DISPLAY LN-SEP2
    PERFORM VARYING W-J FROM 1 BY 1
        UNTIL W-J > 6
        MOVE ZEROS TO W-ACUM
        MOVE ZEROS TO W-ACUM2
        PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > G-NUM-POSICIONES
            IF POS-CODIGO(W-K) = DIV-CODIGO(W-J)
                ADD POS-UNIDADES(W-K) TO W-ACUM
                ADD POS-COSTE-EUR(W-K) TO W-ACUM2
            END-IF
        END-PERFORM
        IF W-ACUM > ZEROS
            COMPUTE W-TEMP ROUNDED = W-ACUM / DIV-CAMBIO(W-J)
            MOVE W-ACUM TO D-SALDO
            MOVE W-TEMP TO D-IMP
            DISPLAY "  " DIV-CODIGO(W-J)
                    "  Unidades: " D-SALDO
                    "  Valor hoy: " D-IMP " EUR"
            MOVE W-ACUM2 TO D-IMP
            DISPLAY "       Coste adquisicion: " D-IMP " EUR"
        END-IF
    END-PERFORM
    DISPLAY LN-SEP2
    .

*> Actualiza en caliente el tipo de cambio de una divisa (hasta ahora
*> solo se cargaba una vez al arrancar, en CARGAR-DATOS-DEMO). Queda
*> registrada en AUDIT.DAT la tasa anterior, la nueva y el cajero que
*> autorizo el cambio, igual que el resto de operaciones sensibles.
DIV-MOD-CAMBIO.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        PERFORM DIV-MOD-CAMBIO-EJEC
    END-IF
    .

DIV-MOD-CAMBIO-EJEC.
    DISPLAY " "
    DISPLAY "  === ACTUALIZAR TIPO DE CAMBIO ==="
    DISPLAY "  Codigos: USD GBP JPY CHF MXN BRL"
    DISPLAY "  Divisa a modificar: " WITH NO ADVANCING
    ACCEPT W-DESC
    MOVE FUNCTION UPPER-CASE(W-DESC) TO W-DESC
    MOVE "N" TO W-ENCONTRADO
    PERFORM VARYING W-J FROM 1 BY 1
        UNTIL W-J > 6
        IF DIV-CODIGO(W-J) = W-DESC(1:3)
            MOVE "S" TO W-ENCONTRADO
            MOVE DIV-CAMBIO(W-J) TO D-IMP
            DISPLAY "  Cambio actual: 1 EUR = " D-IMP
                    " " DIV-CODIGO(W-J)
            DISPLAY "  Nuevo cambio (1 EUR = X " DIV-CODIGO(W-J) "): "
                    WITH NO ADVANCING
            ACCEPT W-TASA-NUEVA
            IF W-TASA-NUEVA <= ZEROS
                DISPLAY "  ERROR: El tipo de cambio debe ser positivo"
            ELSE
                DISPLAY "  Confirmar cambio? (S/N): " WITH NO ADVANCING
                ACCEPT W-RESP
                MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                IF W-RESP = "S"
                    MOVE DIV-CAMBIO(W-J) TO W-CAMBIO-ANT
                    MOVE DIV-CAMBIO(W-J) TO D-IMP
                    MOVE D-IMP TO W-AUD-ANTES
                    MOVE W-TASA-NUEVA TO DIV-CAMBIO(W-J)
                    MOVE DIV-CAMBIO(W-J) TO D-IMP
                    MOVE D-IMP TO W-AUD-DESPUES
                    MOVE "DIV" TO W-AUD-TIPO-REF
                    MOVE DIV-CODIGO(W-J) TO W-AUD-REF-ID
                    MOVE "CAMBIO TIPO DIVISA" TO W-AUD-ACCION
                    PERFORM REGISTRAR-AUDITORIA
*> El nuevo cambio se graba en el acto, como el resto de mutaciones
*> autorizadas por supervisor: una caida no puede revertir una tasa
*> que AUDIT.DAT ya da por cambiada.
                    PERFORM GRABAR-DIVISAS
*> Cada cambio de tasa queda fechado en DIVHIST.DAT: DIVISAS.DAT
*> solo guarda la tasa vigente y sin historico no hay forma de saber
*> que cambio regia en un movimiento FX pasado.
                    PERFORM REGISTRAR-CAMBIO-DIVISA
                    DISPLAY "  *** TIPO DE CAMBIO ACTUALIZADO ***"
                    ADD 1 TO SES-OPERACIONES
                ELSE
                    DISPLAY "  Operacion cancelada"
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF W-ENCONTRADO = "N"
        DISPLAY "  ERROR: Divisa no encontrada"
    END-IF
    .

*> ================================================================
*> 7. BUSCAR CLIENTE
*> ================================================================
BUSCAR-CLIENTE.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  *** BUSCAR CLIENTE ***"
    DISPLAY LN-SEP2
    DISPLAY "  1. Por DNI/NIF/CIF"
    DISPLAY "  2. Por primeras letras del nombre"
    DISPLAY "  3. Por email"
    DISPLAY "  4. Posicion global del cliente (por DNI)"
    DISPLAY "  0. Volver"
    DISPLAY LN-SEP2
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUBOP
    EVALUATE W-SUBOP
        WHEN 1 PERFORM BUSCAR-POR-DNI
        WHEN 2 PERFORM BUSCAR-POR-NOMBRE
        WHEN 3 PERFORM BUSCAR-POR-EMAIL
        WHEN 4 PERFORM POSICION-GLOBAL
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  Opcion invalida"
    END-EVALUATE
    .

BUSCAR-POR-DNI.
    DISPLAY " "
    DISPLAY "  DNI/NIF/CIF: " WITH NO ADVANCING
    ACCEPT W-DESC
    MOVE ZEROS TO W-CNT
*> Aparecen todas las cuentas en que interviene el DNI, con su rol.
    MOVE W-DESC(1:10) TO W-PAR-DNI
    PERFORM ABRIR-PARTICIP-LECTURA
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            PERFORM ROL-EN-CUENTA
            IF W-PAR-ROL NOT = SPACE
                ADD 1 TO W-CNT
                PERFORM NOMBRE-ROL
                MOVE CTA-SALDO TO D-SALDO
                DISPLAY "  Cuenta: " CTA-NUM
                        "  " CTA-TITULAR(1:25)
                        "  " D-SALDO " EUR  " W-PAR-ROL-TXT
            END-IF
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    PERFORM CERRAR-PARTICIP-LECTURA
    MOVE W-CNT TO D-CNT
    IF W-CNT = ZEROS
        DISPLAY "  No se encontraron resultados."
    ELSE
        DISPLAY "  Resultados: " D-CNT
    END-IF
    .

BUSCAR-POR-NOMBRE.
    DISPLAY " "
    DISPLAY "  Texto a buscar (primeros caracteres): " WITH NO ADVANCING
    ACCEPT W-DESC
    MOVE FUNCTION UPPER-CASE(W-DESC) TO W-DESC
    MOVE ZEROS TO W-CNT
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        MOVE FUNCTION UPPER-CASE(CTA-TITULAR) TO NC-TITULAR
        IF CTA-ACTIVA = "S"
            IF NC-TITULAR(1:6) = W-DESC(1:6) OR
               NC-TITULAR(1:5) = W-DESC(1:5) OR
               NC-TITULAR(1:4) = W-DESC(1:4) OR
               NC-TITULAR(1:3) = W-DESC(1:3)
                ADD 1 TO W-CNT
                MOVE CTA-SALDO TO D-SALDO
                DISPLAY "  Cuenta: " CTA-NUM
                        "  " CTA-TITULAR(1:25)
                        "  Tel: " CTA-TEL
            END-IF
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    PERFORM BUSCAR-NOMBRE-INTERVINIENTES
    MOVE W-CNT TO D-CNT
    IF W-CNT = ZEROS
        DISPLAY "  No se encontraron resultados."
    ELSE
        DISPLAY "  Resultados: " D-CNT
    END-IF
    .

*> Cotitulares y autorizados cuyo nombre (en el maestro de clientes)
*> empieza por el texto buscado en W-DESC, con la cuenta en que
*> intervienen.
BUSCAR-NOMBRE-INTERVINIENTES.
    MOVE "00" TO FS-PARTICIP
    OPEN INPUT ARCH-PARTICIP
    IF FS-PARTICIP = "00"
        MOVE "N" TO W-PAR-FIN
        PERFORM UNTIL W-PAR-FIN = "S"
            READ ARCH-PARTICIP NEXT RECORD
                AT END
                    MOVE "S" TO W-PAR-FIN
            END-READ
            IF W-PAR-FIN = "N" AND FS-PARTICIP NOT = "00"
                MOVE "S" TO W-PAR-FIN
            END-IF
            IF W-PAR-FIN = "N"
                MOVE FD-PAR-DNI TO W-CLI-DNI
                PERFORM BUSCAR-CLI
                IF W-CLI-ENC = "S"
                    MOVE FUNCTION UPPER-CASE(CLI-NOMBRE) TO NC-TITULAR
                    IF NC-TITULAR(1:6) = W-DESC(1:6) OR
                       NC-TITULAR(1:5) = W-DESC(1:5) OR
                       NC-TITULAR(1:4) = W-DESC(1:4) OR
                       NC-TITULAR(1:3) = W-DESC(1:3)
                        MOVE FD-PAR-CTA TO W-BUSCAR-NRO
                        PERFORM BUSCAR-CTA
                        IF W-ENCONTRADO = "S" AND CTA-ACTIVA = "S"
                            ADD 1 TO W-CNT
                            MOVE FD-PAR-ROL TO W-PAR-ROL
                            PERFORM NOMBRE-ROL
                            DISPLAY "  Cuenta: " CTA-NUM
                                    "  " CLI-NOMBRE(1:25)
                                    "  Tel: " CLI-TEL
                                    "  " W-PAR-ROL-TXT
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE ARCH-PARTICIP
    END-IF
    .

*> Posicion global del cliente: identidad del maestro de clientes y,
*> en una sola pantalla, sus cuentas con saldo, prestamos activos con
*> cuotas pendientes y tarjetas con limite disponible.
POSICION-GLOBAL.
    DISPLAY " "
    DISPLAY "  DNI/NIF/CIF: " WITH NO ADVANCING
    ACCEPT W-DESC
    MOVE W-DESC(1:10) TO W-CLI-DNI
    PERFORM BUSCAR-CLI
    IF W-CLI-ENC = "N"
        DISPLAY "  Cliente no encontrado."
    ELSE
        DISPLAY " "
        DISPLAY LN-SEP1
        DISPLAY "  POSICION GLOBAL DE CLIENTE - " SES-FECHA
        DISPLAY LN-SEP1
        DISPLAY "  Cliente : " CLI-NOMBRE
        DISPLAY "  DNI/NIF : " CLI-DNI
        DISPLAY "  Telefono: " CLI-TEL
                "  Email: " CLI-EMAIL
        DISPLAY LN-SEP2
        DISPLAY "  CUENTAS"
        MOVE ZEROS TO W-CNT
        MOVE ZEROS TO W-ACUM
*> Entran las cuentas en que el cliente interviene con cualquier rol;
*> el saldo total solo suma aquellas de las que es titular o
*> cotitular.
        MOVE W-CLI-DNI TO W-PAR-DNI
        PERFORM ABRIR-PARTICIP-LECTURA
        PERFORM INICIAR-BARRIDO-CTAS
        PERFORM LEER-CTA-SIGUIENTE
        PERFORM UNTIL W-FIN-CTAS = "S"
            IF CTA-ACTIVA = "S"
                PERFORM ROL-EN-CUENTA
                IF W-PAR-ROL NOT = SPACE
                    ADD 1 TO W-CNT
                    IF W-PAR-ROL NOT = "A"
                        ADD CTA-SALDO TO W-ACUM
                    END-IF
                    PERFORM NOMBRE-ROL
                    MOVE CTA-SALDO TO D-SALDO
                    DISPLAY "   " CTA-NUM
                            "  " CTA-TIPO
                            "  " D-SALDO " EUR  " W-PAR-ROL-TXT
                END-IF
            END-IF
            PERFORM LEER-CTA-SIGUIENTE
        END-PERFORM
        IF W-CNT = ZEROS
            DISPLAY "   (sin cuentas activas)"
        ELSE
            MOVE W-ACUM TO D-IMP
            DISPLAY "   Saldo total: " D-IMP " EUR"
        END-IF
        DISPLAY LN-SEP2
        DISPLAY "  PRESTAMOS"
        MOVE ZEROS TO W-CNT
        PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > G-NUM-PRESTAMOS
            IF PRE-ACTIVO(W-K) = "S"
                MOVE PRE-CTA(W-K) TO W-BUSCAR-NRO
                PERFORM BUSCAR-CTA
                MOVE SPACE TO W-PAR-ROL
                IF W-ENCONTRADO = "S"
                    PERFORM ROL-EN-CUENTA
                END-IF
                IF W-PAR-ROL NOT = SPACE
                    ADD 1 TO W-CNT
                    MOVE PRE-SALDO-PDT(W-K) TO D-IMP
                    MOVE PRE-CUOTAS-PDT(W-K) TO D-CNT2
                    DISPLAY "   " PRE-ID(W-K)
                            "  Pdte: " D-IMP " EUR"
                            "  Cuotas: " D-CNT2
                    IF PRE-ESTADO(W-K) = "M" OR PRE-ESTADO(W-K) = "E"
                        MOVE PRE-VENCIDO(W-K) TO D-IMP
                        DISPLAY "      *** EN MORA: " D-IMP
                                " EUR vencidos ***"
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF W-CNT = ZEROS
            DISPLAY "   (sin prestamos activos)"
        END-IF
        DISPLAY LN-SEP2
        DISPLAY "  TARJETAS"
        MOVE ZEROS TO W-CNT
        PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > G-NUM-TARJETAS
            IF TAR-ACTIVA(W-K) = "S"
                MOVE TAR-CTA(W-K) TO W-BUSCAR-NRO
                PERFORM BUSCAR-CTA
                MOVE SPACE TO W-PAR-ROL
                IF W-ENCONTRADO = "S"
                    PERFORM ROL-EN-CUENTA
                END-IF
                IF W-PAR-ROL NOT = SPACE
                    ADD 1 TO W-CNT
                    IF TAR-TIPO(W-K) = "C"
                        SUBTRACT TAR-USADO(W-K) FROM TAR-LIMITE(W-K)
                            GIVING W-TEMP
                        MOVE W-TEMP TO D-IMP
                        DISPLAY "   " TAR-NUM(W-K)
                                "  C  Disponible: " D-IMP " EUR"
                    ELSE
                        DISPLAY "   " TAR-NUM(W-K) "  D"
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF W-CNT = ZEROS
            DISPLAY "   (sin tarjetas activas)"
        END-IF
        PERFORM CERRAR-PARTICIP-LECTURA
        DISPLAY LN-SEP1
    END-IF
    .

BUSCAR-POR-EMAIL.
    DISPLAY " "
    DISPLAY "  Email (primeros 15 caracteres): " WITH NO ADVANCING
    ACCEPT W-DESC
    MOVE ZEROS TO W-CNT
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-EMAIL(1:15) = W-DESC(1:15) AND
           CTA-ACTIVA = "S"
            ADD 1 TO W-CNT
            MOVE CTA-SALDO TO D-SALDO
            DISPLAY "  Cuenta: " CTA-NUM
                    "  " CTA-TITULAR(1:25)
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  No se encontraron resultados."
    END-IF
    .

*> ================================================================
*> 8. INFORMES
*> ================================================================
MENU-INFORMES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  *** INFORMES Y ESTADISTICAS ***"
    DISPLAY LN-SEP2
    DISPLAY "  1. Informe ejecutivo del banco"
    DISPLAY "  2. Ranking de saldos"
    DISPLAY "  3. Estadisticas por tipo de cuenta"
    DISPLAY "  4. Informe de prestamos"
    DISPLAY "  5. Proxima liquidacion de intereses (vista previa)"
    DISPLAY "  6. Cierre del dia (batch)"
    DISPLAY "  7. Informe de morosidad de prestamos"
    DISPLAY "  8. Conciliacion de saldos"
    DISPLAY "  9. Cuentas en descubierto"
    DISPLAY " 10. Resultados del mes en curso (P y G)"
    DISPLAY " 11. Archivado de movimientos (supervisor)"
    DISPLAY " 12. Margen de cambio de divisas por periodo"
    DISPLAY " 13. Certificados fiscales de intereses (anual)"
    DISPLAY " 14. Alertas de efectivo (supervisor)"
    DISPLAY " 15. Ordenes de embargo activas"
    DISPLAY " 16. Solicitudes de prestamo por estado"
    DISPLAY " 17. Disputas de tarjeta abiertas (antiguedad)"
    DISPLAY " 18. Avisos a clientes por evento"
    DISPLAY " 19. Cuentas inactivas y saldos no reclamados"
    DISPLAY "  0. Volver"
    DISPLAY LN-SEP2
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-OPCION-INF
    EVALUATE W-OPCION-INF
        WHEN 1 PERFORM INF-EJECUTIVO
        WHEN 2 PERFORM INF-RANKING
        WHEN 3 PERFORM INF-ESTADISTICAS
        WHEN 4 PERFORM INF-PRESTAMOS
        WHEN 5 PERFORM INF-PREVIA-INTERESES
        WHEN 6 PERFORM CIERRE-DIA
        WHEN 7 PERFORM INF-MORA
        WHEN 8 PERFORM RECONCILIAR-SALDOS
        WHEN 9 PERFORM INF-DESCUBIERTOS
        WHEN 10 PERFORM INF-PYG-MES
        WHEN 11 PERFORM ARCHIVAR-MOVIMIENTOS
        WHEN 12 PERFORM INF-MARGEN-FX
        WHEN 13 PERFORM INF-CERTIFICADOS-FISCALES
        WHEN 14 PERFORM GESTION-ALERTAS
        WHEN 15 PERFORM INF-EMBARGOS
        WHEN 16 PERFORM INF-SOLICITUDES
        WHEN 17 PERFORM INF-DISPUTAS-ANTIGUAS
        WHEN 18 PERFORM INF-NOTIFICACIONES
        WHEN 19 PERFORM INF-CUENTAS-INACTIVAS
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  Opcion invalida"
    END-EVALUATE
    .

INF-EJECUTIVO.
    MOVE ZEROS TO W-ACUM
    MOVE ZEROS TO W-ACUM2
    MOVE ZEROS TO W-CNT
    MOVE ZEROS TO W-TEMP
    MOVE ZEROS TO W-TEMP2

    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            ADD CTA-SALDO TO W-ACUM
            ADD CTA-TOT-ING TO W-ACUM2
            ADD 1 TO W-CNT
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM

    MOVE ZEROS TO W-TEMP2
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-PRESTAMOS
        IF PRE-ACTIVO(W-K) = "S"
            ADD PRE-SALDO-PDT(W-K) TO W-TEMP2
        END-IF
    END-PERFORM

    IF W-CNT > ZEROS
        DIVIDE W-CNT INTO W-ACUM GIVING W-MEDIA
    END-IF

    DISPLAY " "
    DISPLAY LN-SEP3
    DISPLAY "##                                                                ##"
    DISPLAY "##         INFORME EJECUTIVO - " CFG-NOMBRE-BANCO "   ##"
    DISPLAY "##                  Fecha: " SES-FECHA "                          ##"
    DISPLAY "##                                                                ##"
    DISPLAY LN-SEP3
    MOVE G-NUM-CUENTAS    TO D-CNT
    DISPLAY "  Cuentas registradas    : " D-CNT
    MOVE W-CNT            TO D-CNT
    DISPLAY "  Cuentas activas        : " D-CNT
    MOVE G-NUM-MOVS       TO D-CNT
    DISPLAY "  Total movimientos      : " D-CNT
    MOVE G-NUM-PRESTAMOS  TO D-CNT
    DISPLAY "  Prestamos activos      : " D-CNT
    MOVE G-NUM-TARJETAS   TO D-CNT
    DISPLAY "  Tarjetas emitidas      : " D-CNT
    DISPLAY LN-SEP2
    MOVE W-ACUM           TO D-SALDO
    DISPLAY "  SALDO TOTAL BANCO      : " D-SALDO " EUR"
    MOVE W-MEDIA          TO D-IMP
    DISPLAY "  Saldo medio por cuenta : " D-IMP " EUR"
    MOVE W-ACUM2          TO D-IMP
    DISPLAY "  Total ingresos hist.   : " D-IMP " EUR"
    MOVE W-TEMP2          TO D-IMP
    DISPLAY "  Prestamos pendientes   : " D-IMP " EUR"
    MOVE SES-OPERACIONES  TO D-CNT
    DISPLAY "  Operaciones en sesion  : " D-CNT
    DISPLAY LN-SEP3
    DISPLAY "  Exportar a archivo? (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        PERFORM EJECUTIVO-IMPRIMIR
    END-IF
    .

*> Replica en INFORME.PRT las cifras ya mostradas por INF-EJECUTIVO;
*> reutiliza los acumuladores (W-ACUM, W-ACUM2, W-TEMP2, W-MEDIA, W-CNT)
*> que INF-EJECUTIVO acaba de calcular.
EJECUTIVO-IMPRIMIR.
    PERFORM ABRIR-IMPRESION
    STRING "INFORME EJECUTIVO - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "Fecha: " SES-FECHA
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE G-NUM-CUENTAS TO D-CNT
    STRING "Cuentas registradas: " D-CNT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE W-CNT TO D-CNT
    STRING "Cuentas activas: " D-CNT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE G-NUM-MOVS TO D-CNT
    STRING "Total movimientos: " D-CNT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE G-NUM-PRESTAMOS TO D-CNT
    STRING "Prestamos activos: " D-CNT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE G-NUM-TARJETAS TO D-CNT
    STRING "Tarjetas emitidas: " D-CNT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE W-ACUM TO D-SALDO
    STRING "SALDO TOTAL BANCO: " D-SALDO " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE W-MEDIA TO D-IMP
    STRING "Saldo medio por cuenta: " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE W-ACUM2 TO D-IMP
    STRING "Total ingresos hist.: " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE W-TEMP2 TO D-IMP
    STRING "Prestamos pendientes: " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE SES-OPERACIONES TO D-CNT
    STRING "Operaciones en sesion: " D-CNT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM CERRAR-IMPRESION
    .

INF-RANKING.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  RANKING DE CUENTAS POR SALDO"
    DISPLAY LN-SEP2
    DISPLAY "  POS  CUENTA    TITULAR                    T  SALDO EUR"
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-CNT
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            ADD 1 TO W-CNT
            MOVE W-CNT TO D-CNT
            MOVE CTA-SALDO TO D-SALDO
            DISPLAY "   " D-CNT
                    "  " CTA-NUM
                    "  " CTA-TITULAR(1:24)
                    "  " CTA-TIPO
                    "  " D-SALDO
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    DISPLAY LN-SEP2
    DISPLAY "  Exportar a archivo? (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        PERFORM RANKING-IMPRIMIR
    END-IF
    .

*> Replica en INFORME.PRT el mismo ranking ya mostrado en pantalla.
RANKING-IMPRIMIR.
    PERFORM ABRIR-IMPRESION
    STRING "RANKING DE CUENTAS POR SALDO - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE "POS  CUENTA    TITULAR                    T  SALDO EUR"
        TO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE ZEROS TO W-CNT
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            ADD 1 TO W-CNT
            MOVE W-CNT TO D-CNT
            MOVE CTA-SALDO TO D-SALDO
            STRING D-CNT " " CTA-NUM
                " " CTA-TITULAR(1:24)
                " " CTA-TIPO " " D-SALDO
                DELIMITED BY SIZE INTO W-LINEA-PRN
            PERFORM ESCRIBIR-PRN
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    PERFORM CERRAR-IMPRESION
    .

ESTADISTICAS-IMPRIMIR.
    PERFORM ABRIR-IMPRESION
    STRING "ESTADISTICAS POR TIPO DE CUENTA - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE "A" TO NC-TIPO
    PERFORM STATS-TIPO-IMPRIMIR
    MOVE "C" TO NC-TIPO
    PERFORM STATS-TIPO-IMPRIMIR
    MOVE "P" TO NC-TIPO
    PERFORM STATS-TIPO-IMPRIMIR
    MOVE "J" TO NC-TIPO
    PERFORM STATS-TIPO-IMPRIMIR
    MOVE "E" TO NC-TIPO
    PERFORM STATS-TIPO-IMPRIMIR
    PERFORM CERRAR-IMPRESION
    .

STATS-TIPO-IMPRIMIR.
    MOVE ZEROS TO W-CNT
    MOVE ZEROS TO W-ACUM
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-TIPO = NC-TIPO AND CTA-ACTIVA = "S"
            ADD 1 TO W-CNT
            ADD CTA-SALDO TO W-ACUM
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    MOVE W-CNT TO D-CNT
    MOVE W-ACUM TO D-IMP
    STRING "Tipo " NC-TIPO "  Cuentas: " D-CNT
        "  Saldo total: " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    .

PRESTAMOS-IMPRIMIR.
    PERFORM ABRIR-IMPRESION
    STRING "INFORME DE PRESTAMOS - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE ZEROS TO W-ACUM
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-PRESTAMOS
        IF PRE-ACTIVO(W-K) = "S"
            ADD PRE-SALDO-PDT(W-K) TO W-ACUM
            MOVE PRE-CAPITAL(W-K)   TO D-IMP
            MOVE PRE-SALDO-PDT(W-K) TO D-SALDO
            STRING "ID: " PRE-ID(W-K) "  Cta: " PRE-CTA(W-K)
                "  Titular: " PRE-TITULAR(W-K)
                DELIMITED BY SIZE INTO W-LINEA-PRN
            PERFORM ESCRIBIR-PRN
            STRING "  Capital: " D-IMP " EUR  Pdte: " D-SALDO
                " EUR  Prox: " PRE-PROX-CUOTA(W-K)
                DELIMITED BY SIZE INTO W-LINEA-PRN
            PERFORM ESCRIBIR-PRN
        END-IF
    END-PERFORM
    MOVE W-ACUM TO D-IMP
    STRING "TOTAL PENDIENTE: " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM CERRAR-IMPRESION
    .

PREVIA-IMPRIMIR.
    PERFORM ABRIR-IMPRESION
    STRING "PREVIA DE LIQUIDACION DE INTERESES - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            PERFORM CALC-TASA-CTA
            IF CTA-DIAS-ACUM > ZEROS
                DIVIDE CTA-DIAS-ACUM INTO CTA-ACUM-SALDO
                    GIVING W-PROMEDIO
                MULTIPLY W-PROMEDIO BY W-TASA-CTA GIVING W-INTERES
                MULTIPLY W-INTERES BY CTA-DIAS-ACUM
                    GIVING W-INTERES
                DIVIDE 365 INTO W-INTERES
                MOVE W-INTERES TO D-IMP
                MOVE CTA-DIAS-ACUM TO D-CNT2
                STRING CTA-NUM " " CTA-TITULAR(1:24)
                    " " CTA-TIPO " " D-CNT2 " dias  +" D-IMP
                    " EUR"
                    DELIMITED BY SIZE INTO W-LINEA-PRN
            ELSE
                STRING CTA-NUM " " CTA-TITULAR(1:24)
                    " " CTA-TIPO "   0 dias  (sin cierres de "
                    "dia todavia)"
                    DELIMITED BY SIZE INTO W-LINEA-PRN
            END-IF
            PERFORM ESCRIBIR-PRN
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    PERFORM CERRAR-IMPRESION
    .

INF-ESTADISTICAS.
    DISPLAY " "
    DISPLAY LN-SEP1
    DISPLAY "  ESTADISTICAS POR TIPO DE CUENTA"
    DISPLAY LN-SEP1
    MOVE "A" TO NC-TIPO
    PERFORM MOSTRAR-STATS-TIPO
    MOVE "C" TO NC-TIPO
    PERFORM MOSTRAR-STATS-TIPO
    MOVE "P" TO NC-TIPO
    PERFORM MOSTRAR-STATS-TIPO
    MOVE "J" TO NC-TIPO
    PERFORM MOSTRAR-STATS-TIPO
    MOVE "E" TO NC-TIPO
    PERFORM MOSTRAR-STATS-TIPO
    DISPLAY LN-SEP1
    DISPLAY "  Exportar a archivo? (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        PERFORM ESTADISTICAS-IMPRIMIR
    END-IF
    .

MOSTRAR-STATS-TIPO.
    MOVE ZEROS TO W-CNT
    MOVE ZEROS TO W-ACUM
    MOVE ZEROS TO W-ACUM2
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-TIPO = NC-TIPO AND CTA-ACTIVA = "S"
            ADD 1 TO W-CNT
            ADD CTA-SALDO TO W-ACUM
            ADD CTA-TOT-ING TO W-ACUM2
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    EVALUATE NC-TIPO
        WHEN "A" DISPLAY "  [ AHORRO       3.50% ]"
        WHEN "C" DISPLAY "  [ CORRIENTE    1.50% ]"
        WHEN "P" DISPLAY "  [ PLAZO FIJO   8.00% ]"
        WHEN "J" DISPLAY "  [ JUVENIL      4.00% ]"
        WHEN "E" DISPLAY "  [ EMPRESA      1.00% ]"
    END-EVALUATE
    MOVE W-CNT TO D-CNT
    DISPLAY "    Num. cuentas : " D-CNT
    MOVE W-ACUM TO D-IMP
    DISPLAY "    Saldo total  : " D-IMP " EUR"
    IF W-CNT > ZEROS
        DIVIDE W-CNT INTO W-ACUM GIVING W-MEDIA
        MOVE W-MEDIA TO D-IMP
        DISPLAY "    Saldo medio  : " D-IMP " EUR"
    END-IF
    DISPLAY LN-SEP2
    .

INF-PRESTAMOS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  INFORME DE PRESTAMOS"
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-CNT
    MOVE ZEROS TO W-ACUM
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-PRESTAMOS
        ADD 1 TO W-CNT
        IF PRE-ACTIVO(W-K) = "S"
            ADD PRE-SALDO-PDT(W-K) TO W-ACUM
            DISPLAY "  ID: " PRE-ID(W-K)
                    "  Cta: " PRE-CTA(W-K)
            DISPLAY "  Titular: " PRE-TITULAR(W-K)
            MOVE PRE-CAPITAL(W-K) TO D-IMP
            DISPLAY "  Capital: " D-IMP " EUR"
            MOVE PRE-SALDO-PDT(W-K) TO D-IMP
            DISPLAY "  Pdte.  : " D-IMP " EUR"
            MOVE PRE-CUOTA(W-K) TO D-IMP
            DISPLAY "  Cuota  : " D-IMP " EUR/mes"
            MOVE PRE-CUOTAS-PDT(W-K) TO D-CNT2
            DISPLAY "  Cuotas : " D-CNT2 " restantes"
            DISPLAY "  Prox.  : " PRE-PROX-CUOTA(W-K)
            EVALUATE PRE-ESTADO(W-K)
                WHEN "M" DISPLAY "  Estado : ACTIVO - EN MORA"
                WHEN "E" DISPLAY "  Estado : ACTIVO - MORA ESCALADA"
                WHEN OTHER
                    IF PRE-PROX-CUOTA(W-K) < SES-FECHA
                        DISPLAY "  Estado : ACTIVO - CUOTA VENCIDA"
                    ELSE
                        DISPLAY "  Estado : ACTIVO"
                    END-IF
            END-EVALUATE
            DISPLAY LN-SEP2
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin prestamos registrados."
    ELSE
        MOVE W-ACUM TO D-IMP
        DISPLAY "  TOTAL PENDIENTE: " D-IMP " EUR"
    END-IF
    DISPLAY "  Exportar a archivo? (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        PERFORM PRESTAMOS-IMPRIMIR
    END-IF
    .

*> Cuentas con linea de descubierto: limite concedido, dispuesto en
*> rojo y disponible restante. Las cuentas sin linea no se listan.
INF-DESCUBIERTOS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  CUENTAS EN DESCUBIERTO - " SES-FECHA
    DISPLAY LN-SEP2
    DISPLAY "  CUENTA    TITULAR                    LIMITE        DISPUESTO"
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-CNT
    MOVE ZEROS TO W-ACUM
    MOVE ZEROS TO W-ACUM2
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            PERFORM BUSCAR-DESC
            IF DSC-LIMITE > ZEROS OR DSC-DISPUESTO > ZEROS
                ADD 1 TO W-CNT
                ADD DSC-LIMITE TO W-ACUM
                ADD DSC-DISPUESTO TO W-ACUM2
                MOVE DSC-LIMITE TO D-IMP
                MOVE DSC-DISPUESTO TO D-SALDO
                DISPLAY "  " CTA-NUM
                        "  " CTA-TITULAR(1:24)
                        "  " D-IMP
                        "  " D-SALDO
                IF DSC-DISPUESTO > ZEROS
                    DISPLAY "       Concedida: " DSC-FECHA-CONC
                            "  *** EN ROJO ***"
                END-IF
            END-IF
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    DISPLAY LN-SEP2
    IF W-CNT = ZEROS
        DISPLAY "  Sin lineas de descubierto concedidas."
    ELSE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Cuentas con linea : " D-CNT
        MOVE W-ACUM TO D-IMP
        DISPLAY "  Limite concedido  : " D-IMP " EUR"
        MOVE W-ACUM2 TO D-IMP
        DISPLAY "  TOTAL DISPUESTO   : " D-IMP " EUR"
    END-IF
    .

*> Prestamos en mora o escalados a recobro: deuda vencida, recargos
*> acumulados, impagos y dias transcurridos desde el primer impago.
INF-MORA.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  INFORME DE MOROSIDAD DE PRESTAMOS - " SES-FECHA
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-CNT
    MOVE ZEROS TO W-ACUM
    MOVE ZEROS TO W-ACUM2
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-PRESTAMOS
        IF PRE-ACTIVO(W-K) = "S" AND
           (PRE-ESTADO(W-K) = "M" OR PRE-ESTADO(W-K) = "E")
            ADD 1 TO W-CNT
            ADD PRE-VENCIDO(W-K) TO W-ACUM
            ADD PRE-PENALIZ(W-K) TO W-ACUM2
            PERFORM CALC-DIAS-MORA
            DISPLAY "  ID: " PRE-ID(W-K)
                    "  Cta: " PRE-CTA(W-K)
                    "  Titular: " PRE-TITULAR(W-K)(1:24)
            MOVE PRE-VENCIDO(W-K) TO D-IMP
            DISPLAY "  Deuda vencida: " D-IMP " EUR"
            MOVE PRE-PENALIZ(W-K) TO D-IMP
            DISPLAY "  Recargos mora: " D-IMP " EUR"
            MOVE PRE-IMPAGOS(W-K) TO D-CNT2
            MOVE W-DIAS-MORA TO D-CNT
            DISPLAY "  Impagos: " D-CNT2
                    "  Dias en mora: " D-CNT
            IF PRE-ESTADO(W-K) = "E"
                DISPLAY "  *** ESCALADO A RECOBRO ***"
            END-IF
            DISPLAY LN-SEP2
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin prestamos en mora."
    ELSE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Prestamos en mora: " D-CNT
        MOVE W-ACUM TO D-IMP
        DISPLAY "  TOTAL DEUDA VENCIDA: " D-IMP " EUR"
        MOVE W-ACUM2 TO D-IMP
        DISPLAY "  TOTAL RECARGOS     : " D-IMP " EUR"
    END-IF
    DISPLAY "  Exportar a archivo? (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        PERFORM MORA-IMPRIMIR
    END-IF
    .

*> Replica en INFORME.PRT el mismo informe de morosidad ya mostrado.
MORA-IMPRIMIR.
    PERFORM ABRIR-IMPRESION
    STRING "INFORME DE MOROSIDAD DE PRESTAMOS - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE ZEROS TO W-ACUM
    MOVE ZEROS TO W-ACUM2
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-PRESTAMOS
        IF PRE-ACTIVO(W-K) = "S" AND
           (PRE-ESTADO(W-K) = "M" OR PRE-ESTADO(W-K) = "E")
            ADD PRE-VENCIDO(W-K) TO W-ACUM
            ADD PRE-PENALIZ(W-K) TO W-ACUM2
            PERFORM CALC-DIAS-MORA
            STRING "ID: " PRE-ID(W-K) "  Cta: " PRE-CTA(W-K)
                "  Titular: " PRE-TITULAR(W-K)
                DELIMITED BY SIZE INTO W-LINEA-PRN
            PERFORM ESCRIBIR-PRN
            MOVE PRE-VENCIDO(W-K) TO D-IMP
            MOVE PRE-PENALIZ(W-K) TO D-SALDO
            MOVE PRE-IMPAGOS(W-K) TO D-CNT2
            MOVE W-DIAS-MORA TO D-CNT
            STRING "  Vencido: " D-IMP " EUR  Recargos: " D-SALDO
                " EUR  Impagos: " D-CNT2 "  Dias: " D-CNT
                "  Estado: " PRE-ESTADO(W-K)
                DELIMITED BY SIZE INTO W-LINEA-PRN
            PERFORM ESCRIBIR-PRN
        END-IF
    END-PERFORM
    MOVE W-ACUM TO D-IMP
    MOVE W-ACUM2 TO D-SALDO
    STRING "TOTAL VENCIDO: " D-IMP " EUR  TOTAL RECARGOS: "
        D-SALDO " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM CERRAR-IMPRESION
    .

*> Vista previa: intereses devengados hasta hoy sobre el saldo medio
*> diario acumulado desde la ultima liquidacion. No abona nada; el
*> abono real solo lo hace LIQUIDAR-INTERESES-MES en el cierre de mes.
INF-PREVIA-INTERESES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  PREVIA DE LIQUIDACION DE INTERESES (saldo medio diario)"
    DISPLAY LN-SEP2
    DISPLAY "  CUENTA    TITULAR                   T  DIAS  INTERES EST."
    DISPLAY LN-SEP2
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            PERFORM CALC-TASA-CTA
            IF CTA-DIAS-ACUM > ZEROS
                DIVIDE CTA-DIAS-ACUM INTO CTA-ACUM-SALDO
                    GIVING W-PROMEDIO
                MULTIPLY W-PROMEDIO BY W-TASA-CTA GIVING W-INTERES
                MULTIPLY W-INTERES BY CTA-DIAS-ACUM
                    GIVING W-INTERES
                DIVIDE 365 INTO W-INTERES
                MOVE W-INTERES TO D-IMP
                MOVE CTA-DIAS-ACUM TO D-CNT2
                DISPLAY "  " CTA-NUM
                        "  " CTA-TITULAR(1:24)
                        "  " CTA-TIPO
                        "  " D-CNT2
                        "  +" D-IMP " EUR"
            ELSE
                DISPLAY "  " CTA-NUM
                        "  " CTA-TITULAR(1:24)
                        "  " CTA-TIPO
                        "   0  (sin cierres de dia todavia)"
            END-IF
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    DISPLAY LN-SEP2
    DISPLAY "  El abono se realiza automaticamente en el cierre de mes."
    DISPLAY "  Exportar a archivo? (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        PERFORM PREVIA-IMPRIMIR
    END-IF
    .

CALC-TASA-CTA.
    EVALUATE CTA-TIPO
        WHEN "A" MOVE CFG-TASA-AHORRO    TO W-TASA-CTA
        WHEN "C" MOVE CFG-TASA-CORRIENTE TO W-TASA-CTA
        WHEN "P" MOVE CFG-TASA-PLAZO     TO W-TASA-CTA
        WHEN "J" MOVE CFG-TASA-JUVENIL   TO W-TASA-CTA
        WHEN "E" MOVE CFG-TASA-EMPRESA   TO W-TASA-CTA
        WHEN OTHER MOVE ZEROS TO W-TASA-CTA
    END-EVALUATE
    .

*> Acumula el saldo de cierre del dia de cada cuenta activa, para que
*> la liquidacion de fin de mes pueda calcular el saldo medio diario.
ACUMULAR-SALDOS-DIA.
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            ADD CTA-SALDO TO CTA-ACUM-SALDO
            ADD 1 TO CTA-DIAS-ACUM
            PERFORM GRABAR-CTA-DIRECTO
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    .

*> Liquidacion de intereses de fin de mes: prorratea CFG-TASA-* sobre
*> el saldo medio diario acumulado desde CTA-ULT-LIQ y lo abona de
*> una sola vez, como una partida mas del cierre de dia/mes.
LIQUIDAR-INTERESES-MES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  LIQUIDACION DE INTERESES DE FIN DE MES - " SES-FECHA
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-ACUM
    MOVE ZEROS TO W-RET-TOTAL
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S" AND CTA-DIAS-ACUM > ZEROS
            PERFORM CALC-TASA-CTA
            DIVIDE CTA-DIAS-ACUM INTO CTA-ACUM-SALDO
                GIVING W-PROMEDIO
            MULTIPLY W-PROMEDIO BY W-TASA-CTA GIVING W-INTERES
            MULTIPLY W-INTERES BY CTA-DIAS-ACUM GIVING W-INTERES
            DIVIDE 365 INTO W-INTERES
            IF W-INTERES > ZEROS
                ADD W-INTERES TO CTA-SALDO
                ADD W-INTERES TO CTA-TOT-ING
                ADD W-INTERES TO W-ACUM
                MOVE W-INTERES TO D-IMP
                DISPLAY "  " CTA-NUM
                        "  " CTA-TITULAR(1:28)
                        "  " CTA-TIPO
                        "  +" D-IMP " EUR"
                MOVE W-INTERES TO W-IMPORTE
                MOVE "Abono intereses fin de mes" TO W-DESC
                MOVE "IN" TO W-TIPO-MOV
                PERFORM REG-MOV
*> Interes abonado al cliente: gasto del banco en el libro interno.
                MOVE "IPA" TO W-LIB-CUENTA
                MOVE "G" TO W-LIB-DH
                MOVE W-INTERES TO W-LIB-IMPORTE
                PERFORM ASENTAR-LIBRO
                PERFORM RETENER-INTERESES
            END-IF
            MOVE ZEROS TO CTA-ACUM-SALDO
            MOVE ZEROS TO CTA-DIAS-ACUM
            MOVE SES-FECHA TO CTA-ULT-LIQ
            PERFORM GRABAR-CTA-DIRECTO
        END-IF
        IF CTA-ACTIVA = "S"
            PERFORM LIQUIDAR-DESCUBIERTO-CTA
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    DISPLAY LN-SEP2
    MOVE W-ACUM TO D-IMP
    DISPLAY "  TOTAL INTERESES ABONADOS: " D-IMP " EUR"
    MOVE W-RET-TOTAL TO D-IMP
    DISPLAY "  TOTAL RETENIDO (IRPF)   : " D-IMP " EUR"
    .

*> Retencion a cuenta sobre el interes bruto W-INTERES recien abonado
*> a la cuenta en curso: apunte de cargo "RI" separado del abono, y
*> el importe retenido queda como deuda con Hacienda en la cuenta RET
*> del libro (sentido "P", no es resultado del banco).
RETENER-INTERESES.
    COMPUTE W-RETENCION ROUNDED =
        W-INTERES * CFG-RETENCION-INTERES
    IF W-RETENCION > ZEROS
        SUBTRACT W-RETENCION FROM CTA-SALDO
        ADD W-RETENCION TO CTA-TOT-SAL
        ADD W-RETENCION TO W-RET-TOTAL
        MOVE W-RETENCION TO W-IMPORTE
        MOVE "Retencion IRPF sobre intereses" TO W-DESC
        MOVE "RI" TO W-TIPO-MOV
        PERFORM REG-MOV
        MOVE "RET" TO W-LIB-CUENTA
        MOVE "P" TO W-LIB-DH
        MOVE W-RETENCION TO W-LIB-IMPORTE
        PERFORM ASENTAR-LIBRO
        MOVE W-RETENCION TO D-IMP
        DISPLAY "  " CTA-NUM
                "  retencion IRPF               -" D-IMP " EUR"
    END-IF
    .

*> Interes deudor del mes sobre el descubierto dispuesto de la
*> cuenta en curso: se capitaliza en la propia linea (no toca el
*> saldo, que sigue en cero mientras haya rojo) y deja apunte "ID"
*> para que el cliente lo vea en su extracto.
LIQUIDAR-DESCUBIERTO-CTA.
    PERFORM BUSCAR-DESC
*> Guarda de re-ejecucion: la reanudacion de un cierre interrumpido
*> repite el paso entero, y sin esta marca el interes del mes se
*> cargaria dos veces a las cuentas ya procesadas antes de la caida.
    IF DSC-DISPUESTO > ZEROS
       AND DSC-ULT-LIQ(1:7) NOT = SES-FECHA(1:7)
        COMPUTE W-INT-DESC ROUNDED =
            DSC-DISPUESTO * CFG-TASA-DESCUBIERTO / 12
        IF W-INT-DESC > ZEROS
            ADD W-INT-DESC TO DSC-DISPUESTO
            MOVE SES-FECHA TO DSC-ULT-LIQ
            PERFORM GRABAR-DSC-DIRECTO
            MOVE W-INT-DESC TO W-IMPORTE
            MOVE "Interes deudor descubierto" TO W-DESC
            MOVE "ID" TO W-TIPO-MOV
            PERFORM REG-MOV
*> Interes deudor devengado: ingreso del banco.
            MOVE "IDE" TO W-LIB-CUENTA
            MOVE "I" TO W-LIB-DH
            MOVE W-INT-DESC TO W-LIB-IMPORTE
            PERFORM ASENTAR-LIBRO
            MOVE W-INT-DESC TO D-IMP
            DISPLAY "  " CTA-NUM
                    "  " CTA-TITULAR(1:28)
                    "  descubierto  -" D-IMP " EUR"
        END-IF
    END-IF
    .

*> Certificados fiscales anuales de rendimientos del capital
*> mobiliario: para cada cliente de CLIENTES.DAT con cuentas, el
*> interes bruto abonado ("IN"), la retencion practicada ("RI") y el
*> saldo a 31/12 de cada cuenta en el ejercicio W-FIS-EJERCICIO. Los
*> certificados van a CERTFISC.PRT y el resumen (un registro de
*> formato fijo por cliente) a RESFISC.DAT. Los importes se obtienen
*> de los apuntes (MOVHIST.DAT y MOVIMIEN.DAT), de modo que el
*> proceso puede repetirse para cualquier ejercicio ya cerrado.
GENERAR-CERTIFICADOS-FISCALES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  CERTIFICADOS FISCALES DE INTERESES - EJERCICIO "
            W-FIS-EJERCICIO
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-FIS-NCLI
    MOVE "00" TO FS-CERT-FISCAL
    OPEN OUTPUT ARCH-CERT-FISCAL
    MOVE "00" TO FS-RES-FISCAL
    OPEN OUTPUT ARCH-RES-FISCAL
    MOVE SPACES TO W-LINEA-CERT
    STRING "CERTIFICADOS FISCALES " W-FIS-EJERCICIO " - "
        CFG-NOMBRE-BANCO " - GENERADO " SES-FECHA
        DELIMITED BY SIZE INTO W-LINEA-CERT
    PERFORM ESCRIBIR-CERT
    MOVE "N" TO W-FIS-FIN-CLI
    MOVE SPACES TO FD-CLI-DNI
    START ARCH-CLIENTES KEY NOT < FD-CLI-DNI
        INVALID KEY
            MOVE "S" TO W-FIS-FIN-CLI
    END-START
    PERFORM UNTIL W-FIS-FIN-CLI = "S"
        READ ARCH-CLIENTES NEXT RECORD
            AT END
                MOVE "S" TO W-FIS-FIN-CLI
        END-READ
        IF W-FIS-FIN-CLI = "N" AND FS-CLIENTES NOT = "00"
            MOVE "S" TO W-FIS-FIN-CLI
        END-IF
        IF W-FIS-FIN-CLI = "N"
            MOVE FD-CLI-DNI    TO W-FIS-DNI
            MOVE FD-CLI-NOMBRE TO W-FIS-NOMBRE
            PERFORM CERTIFICADO-FISCAL-CLIENTE
*> El barrido de cuentas no toca CLIENTES.DAT, pero se reposiciona
*> por clave para no depender de ello.
            MOVE W-FIS-DNI TO FD-CLI-DNI
            START ARCH-CLIENTES KEY > FD-CLI-DNI
                INVALID KEY
                    MOVE "S" TO W-FIS-FIN-CLI
            END-START
        END-IF
    END-PERFORM
    CLOSE ARCH-CERT-FISCAL
    CLOSE ARCH-RES-FISCAL
    MOVE W-FIS-NCLI TO D-CNT
    DISPLAY "  Certificados emitidos: " D-CNT
    DISPLAY "  Certificados en CERTFISC.PRT, resumen en RESFISC.DAT"
    .

*> Certificado del cliente W-FIS-DNI: una linea por cuenta de su
*> titularidad que existia al cierre del ejercicio (o que, ya
*> cancelada, tuvo rendimientos en el).
CERTIFICADO-FISCAL-CLIENTE.
    MOVE ZEROS TO W-FIS-NCTAS
    MOVE ZEROS TO W-FIS-BRUTO
    MOVE ZEROS TO W-FIS-RETEN
    MOVE ZEROS TO W-FIS-SALDO
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-DNI = W-FIS-DNI
            PERFORM CALC-FISCAL-CUENTA
            IF (CTA-ACTIVA = "S" AND W-FIS-CTA-VIVA = "S")
               OR W-FIS-CTA-BRUTO > ZEROS
                IF W-FIS-NCTAS = ZEROS
                    PERFORM CERT-FISCAL-CABECERA
                END-IF
                ADD 1 TO W-FIS-NCTAS
                ADD W-FIS-CTA-BRUTO TO W-FIS-BRUTO
                ADD W-FIS-CTA-RETEN TO W-FIS-RETEN
                ADD W-FIS-CTA-SALDO TO W-FIS-SALDO
                MOVE W-FIS-CTA-BRUTO TO D-IMP
                MOVE W-FIS-CTA-RETEN TO D-SALDO
                MOVE W-FIS-CTA-SALDO TO D-IMP2
                STRING CTA-NUM "  " D-IMP "  " D-SALDO "  " D-IMP2
                    DELIMITED BY SIZE INTO W-LINEA-CERT
                PERFORM ESCRIBIR-CERT
            END-IF
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    IF W-FIS-NCTAS > ZEROS
        ADD 1 TO W-FIS-NCLI
        MOVE "----------------------------------------------------------"
            TO W-LINEA-CERT
        PERFORM ESCRIBIR-CERT
        MOVE W-FIS-BRUTO TO D-IMP
        MOVE W-FIS-RETEN TO D-SALDO
        MOVE W-FIS-SALDO TO D-IMP2
        STRING "TOTAL     " D-IMP "  " D-SALDO "  " D-IMP2
            DELIMITED BY SIZE INTO W-LINEA-CERT
        PERFORM ESCRIBIR-CERT
        MOVE SPACES TO W-LINEA-CERT
        PERFORM ESCRIBIR-CERT
        MOVE W-FIS-EJERCICIO TO W-RFI-EJERCICIO
        MOVE W-FIS-DNI       TO W-RFI-DNI
        MOVE W-FIS-NOMBRE    TO W-RFI-NOMBRE
        MOVE W-FIS-NCTAS     TO W-RFI-NCTAS
        MOVE W-FIS-BRUTO     TO W-RFI-BRUTO
        MOVE W-FIS-RETEN     TO W-RFI-RETEN
        MOVE W-FIS-SALDO     TO W-RFI-SALDO
        MOVE SPACES TO FD-RFI-LINEA
        MOVE W-RFI-REG TO FD-RFI-LINEA
        WRITE FD-RFI-LINEA
        MOVE W-FIS-RETEN TO D-IMP
        DISPLAY "  " W-FIS-DNI "  " W-FIS-NOMBRE(1:28)
                "  ret. " D-IMP " EUR"
    END-IF
    .

CERT-FISCAL-CABECERA.
    MOVE LN-SEP2 TO W-LINEA-CERT
    PERFORM ESCRIBIR-CERT
    STRING "CERTIFICADO DE RENDIMIENTOS Y RETENCIONES - EJERCICIO "
        W-FIS-EJERCICIO
        DELIMITED BY SIZE INTO W-LINEA-CERT
    PERFORM ESCRIBIR-CERT
    STRING "Entidad : " CFG-NOMBRE-BANCO "  " CFG-SUCURSAL
        DELIMITED BY SIZE INTO W-LINEA-CERT
    PERFORM ESCRIBIR-CERT
    STRING "Titular : " W-FIS-NOMBRE "  DNI/NIF: " W-FIS-DNI
        DELIMITED BY SIZE INTO W-LINEA-CERT
    PERFORM ESCRIBIR-CERT
    COMPUTE W-FIS-PCT = CFG-RETENCION-INTERES * 100
    MOVE W-FIS-PCT TO D-PCT
    STRING "Tipo de retencion aplicado: " D-PCT " %"
        DELIMITED BY SIZE INTO W-LINEA-CERT
    PERFORM ESCRIBIR-CERT
    MOVE "CUENTA     RENDIM. BRUTO EUR   RETENCION EUR   SALDO 31/12 EUR"
        TO W-LINEA-CERT
    PERFORM ESCRIBIR-CERT
    .

*> Rendimiento bruto, retencion y saldo a fin de ejercicio de la
*> cuenta en curso. El saldo es el "saldo tras operacion" del ultimo
*> apunte fechado dentro del ejercicio o antes (los ID son
*> crecientes en el tiempo); W-FIS-CTA-VIVA indica si la cuenta tenia
*> ya algun apunte al cierre del ejercicio.
CALC-FISCAL-CUENTA.
    MOVE ZEROS TO W-FIS-CTA-BRUTO
    MOVE ZEROS TO W-FIS-CTA-RETEN
    MOVE ZEROS TO W-FIS-CTA-SALDO
    MOVE "N" TO W-FIS-CTA-VIVA
    MOVE "00" TO FS-MOV-HIST
    OPEN INPUT ARCH-MOV-HIST
    IF FS-MOV-HIST = "00"
        MOVE "START" TO W-DESC
        PERFORM UNTIL W-DESC = "FIN"
            READ ARCH-MOV-HIST NEXT RECORD
                AT END
                    MOVE "FIN" TO W-DESC
            END-READ
            IF W-DESC NOT = "FIN" AND FS-MOV-HIST NOT = "00"
                MOVE "FIN" TO W-DESC
            END-IF
            IF W-DESC NOT = "FIN"
               AND FD-HIST-CTA = CTA-NUM
               AND FD-HIST-FECHA(1:4) <= W-FIS-EJERCICIO
                MOVE "S" TO W-FIS-CTA-VIVA
                MOVE FD-HIST-SALDO-TR TO W-FIS-CTA-SALDO
                IF FD-HIST-FECHA(1:4) = W-FIS-EJERCICIO
                    IF FD-HIST-TIPO = "IN"
                        ADD FD-HIST-IMPORTE TO W-FIS-CTA-BRUTO
                    END-IF
                    IF FD-HIST-TIPO = "RI"
                        ADD FD-HIST-IMPORTE TO W-FIS-CTA-RETEN
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE ARCH-MOV-HIST
    END-IF
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-CTA = CTA-NUM
           AND FD-MOV-FECHA(1:4) <= W-FIS-EJERCICIO
            MOVE "S" TO W-FIS-CTA-VIVA
            MOVE FD-MOV-SALDO-TR TO W-FIS-CTA-SALDO
            IF FD-MOV-FECHA(1:4) = W-FIS-EJERCICIO
                IF FD-MOV-TIPO = "IN"
                    ADD FD-MOV-IMPORTE TO W-FIS-CTA-BRUTO
                END-IF
                IF FD-MOV-TIPO = "RI"
                    ADD FD-MOV-IMPORTE TO W-FIS-CTA-RETEN
                END-IF
            END-IF
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    .

ESCRIBIR-CERT.
    MOVE W-LINEA-CERT TO FD-LINEA-CERT
    WRITE FD-LINEA-CERT
    MOVE SPACES TO W-LINEA-CERT
    .

*> Emision a peticion de los certificados de un ejercicio ya cerrado
*> (el cierre del 1 de enero los genera de oficio para el anterior).
INF-CERTIFICADOS-FISCALES.
    DISPLAY " "
    DISPLAY "  Ejercicio (AAAA): " WITH NO ADVANCING
    ACCEPT W-FIS-EJERCICIO
    IF W-FIS-EJERCICIO IS NOT NUMERIC
       OR W-FIS-EJERCICIO >= SES-FECHA(1:4)
        DISPLAY "  ERROR: Ejercicio no valido o aun no cerrado"
    ELSE
        PERFORM GENERAR-CERTIFICADOS-FISCALES
    END-IF
    .

*> Conciliacion de saldos: para cada cuenta activa reconstruye el
*> saldo, total de ingresos y total de salidas esperados reproduciendo
*> sus movimientos (primero los archivados en MOVHIST.DAT, despues los
*> vigentes) a partir del saldo tras operacion de cada apunte, y los
*> compara con el maestro. Las diferencias se muestran y se vuelcan a
*> INFORME.PRT; el resultado (limpio o con discrepancias) queda
*> estampado en CONTROL.DAT y condiciona el cierre del dia.
RECONCILIAR-SALDOS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  CONCILIACION DE SALDOS - " SES-FECHA
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-CONC-DIFS
    PERFORM ABRIR-IMPRESION
    STRING "CONCILIACION DE SALDOS - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            PERFORM RECONCILIAR-UNA-CUENTA
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    IF W-CONC-DIFS = ZEROS
        DISPLAY "  Conciliacion LIMPIA: todos los saldos cuadran."
        MOVE "CONCILIACION LIMPIA" TO W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
        MOVE "L" TO SES-CONC-ESTADO
    ELSE
        MOVE W-CONC-DIFS TO D-CNT
        DISPLAY "  *** CONCILIACION CON DISCREPANCIAS: " D-CNT " ***"
        STRING "DISCREPANCIAS DETECTADAS: " D-CNT
            DELIMITED BY SIZE INTO W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
        MOVE "D" TO SES-CONC-ESTADO
    END-IF
    PERFORM CERRAR-IMPRESION
    MOVE SES-FECHA TO SES-CONC-FECHA
    PERFORM GRABAR-CONTROL
    .

*> Reproduce los movimientos de la cuenta en curso. Cada apunte lleva el
*> saldo tras operacion: la variacion entre apuntes consecutivos
*> clasifica el importe como entrada o salida (asi las comisiones y
*> las compras de tarjeta de credito, que no mueven saldo, quedan
*> bien tratadas), y el saldo esperado es el del ultimo apunte.
RECONCILIAR-UNA-CUENTA.
    MOVE ZEROS TO W-ING-ESP
    MOVE ZEROS TO W-SAL-ESP
    MOVE ZEROS TO W-PREV-TR
    MOVE "00" TO FS-MOV-HIST
    OPEN INPUT ARCH-MOV-HIST
    IF FS-MOV-HIST = "00"
        MOVE "START" TO W-DESC
        PERFORM UNTIL W-DESC = "FIN"
            READ ARCH-MOV-HIST NEXT RECORD
                AT END
                    MOVE "FIN" TO W-DESC
            END-READ
            IF W-DESC NOT = "FIN" AND FS-MOV-HIST NOT = "00"
                MOVE "FIN" TO W-DESC
            END-IF
            IF W-DESC NOT = "FIN"
               AND FD-HIST-CTA = CTA-NUM
                COMPUTE W-DELTA = FD-HIST-SALDO-TR - W-PREV-TR
                IF W-DELTA > ZEROS
                    ADD W-DELTA TO W-ING-ESP
                END-IF
                IF W-DELTA < ZEROS
                    COMPUTE W-SAL-ESP = W-SAL-ESP - W-DELTA
                END-IF
                MOVE FD-HIST-SALDO-TR TO W-PREV-TR
            END-IF
        END-PERFORM
        CLOSE ARCH-MOV-HIST
    END-IF
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-CTA = CTA-NUM
            COMPUTE W-DELTA = FD-MOV-SALDO-TR - W-PREV-TR
            IF W-DELTA > ZEROS
                ADD W-DELTA TO W-ING-ESP
            END-IF
            IF W-DELTA < ZEROS
                COMPUTE W-SAL-ESP = W-SAL-ESP - W-DELTA
            END-IF
            MOVE FD-MOV-SALDO-TR TO W-PREV-TR
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    COMPUTE W-DIF = CTA-SALDO - W-PREV-TR
    IF W-DIF NOT = ZEROS
        ADD 1 TO W-CONC-DIFS
        MOVE W-DIF TO D-IMP-S
        DISPLAY "  " CTA-NUM "  SALDO    delta " D-IMP-S " EUR"
        STRING CTA-NUM "  SALDO    delta " D-IMP-S " EUR"
            DELIMITED BY SIZE INTO W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
    END-IF
    COMPUTE W-DIF = CTA-TOT-ING - W-ING-ESP
    IF W-DIF NOT = ZEROS
        ADD 1 TO W-CONC-DIFS
        MOVE W-DIF TO D-IMP-S
        DISPLAY "  " CTA-NUM "  TOT-ING  delta " D-IMP-S " EUR"
        STRING CTA-NUM "  TOT-ING  delta " D-IMP-S " EUR"
            DELIMITED BY SIZE INTO W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
    END-IF
    COMPUTE W-DIF = CTA-TOT-SAL - W-SAL-ESP
    IF W-DIF NOT = ZEROS
        ADD 1 TO W-CONC-DIFS
        MOVE W-DIF TO D-IMP-S
        DISPLAY "  " CTA-NUM "  TOT-SAL  delta " D-IMP-S " EUR"
        STRING CTA-NUM "  TOT-SAL  delta " D-IMP-S " EUR"
            DELIMITED BY SIZE INTO W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
    END-IF
    .

*> Ciclo mensual de tarjetas de credito: en el mismo pase de fin de
*> mes que liquida los intereses, se genera el extracto de cada
*> tarjeta (compras "CO" del mes en EXTRATAR.PRT, al estilo de
*> INFORME.PRT) y se liquida su saldo contra la cuenta vinculada:
*> cargo total si hay saldo; si no, pago minimo con interes sobre el
*> resto aplazado; y si ni el minimo es posible, el saldo usado rueda
*> integro con intereses y la tarjeta queda senalada en AUDIT.DAT.
LIQUIDAR-TARJETAS-MES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  LIQUIDACION DE TARJETAS DE CREDITO - " SES-FECHA
    DISPLAY LN-SEP2
    MOVE SES-ULT-CIERRE(1:7) TO W-MES-EXT
    MOVE ZEROS TO W-CNT2
    OPEN OUTPUT ARCH-EXT-TARJETA
    MOVE SPACES TO W-LINEA-TAR
    STRING "EXTRACTOS DE TARJETA " W-MES-EXT " - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-TAR
    PERFORM ESCRIBIR-TAR
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-TARJETAS
*> La marca TAR-ULT-LIQ evita doble liquidacion si la reanudacion de
*> un cierre interrumpido repite este paso: una tarjeta ya liquidada
*> en el mes del extracto no vuelve a cobrarse ni a capitalizar
*> interes.
*> Una tarjeta sin saldo usado pero con disputas abiertas tambien
*> recibe extracto, para que el cliente vea su situacion.
        IF TAR-ACTIVA(W-K) = "S" AND TAR-TIPO(W-K) = "C"
           AND TAR-ULT-LIQ(W-K) NOT = W-MES-EXT
          PERFORM SUMAR-DISPUTAS-TARJETA
          IF TAR-USADO(W-K) > ZEROS OR W-DIS-NUM > ZEROS
            ADD 1 TO W-CNT2
            PERFORM LIQUIDAR-UNA-TARJETA
          END-IF
        END-IF
    END-PERFORM
    PERFORM EXTRACTO-DISPUTAS-DEBITO
    CLOSE ARCH-EXT-TARJETA
    IF W-CNT2 = ZEROS
        DISPLAY "  Sin tarjetas de credito con saldo a liquidar."
    ELSE
        DISPLAY "  Extractos exportados a EXTRATAR.PRT"
    END-IF
    .

LIQUIDAR-UNA-TARJETA.
    MOVE TAR-CTA(W-K) TO W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "N"
        DISPLAY "  *** Tarjeta " TAR-NUM(W-K)
                " sin cuenta vinculada valida ***"
    ELSE
        MOVE TAR-USADO(W-K) TO W-SALDO-EXT
        PERFORM EXTRACTO-TARJETA-ESCRIBIR
        IF W-SALDO-EXT > ZEROS
            PERFORM LIQUIDAR-TARJETA-COBRAR
        ELSE
            MOVE W-MES-EXT TO TAR-ULT-LIQ(W-K)
            PERFORM GRABAR-TAR-DIRECTO
            MOVE "SIN SALDO A LIQUIDAR EN EL PERIODO" TO W-LINEA-TAR
            PERFORM ESCRIBIR-TAR
        END-IF
    END-IF
    .

*> Vuelca a EXTRATAR.PRT la cabecera de la tarjeta W-K y las compras
*> "CO" del mes cerrado (W-MES-EXT) de su cuenta vinculada.
EXTRACTO-TARJETA-ESCRIBIR.
    MOVE SPACES TO W-LINEA-TAR
    MOVE LN-SEP2 TO W-LINEA-TAR
    PERFORM ESCRIBIR-TAR
    STRING "Tarjeta: " TAR-NUM(W-K) "  Titular: " TAR-TITULAR(W-K)
        DELIMITED BY SIZE INTO W-LINEA-TAR
    PERFORM ESCRIBIR-TAR
    MOVE TAR-LIMITE(W-K) TO D-IMP
    MOVE TAR-USADO(W-K)  TO D-SALDO
    STRING "Periodo: " W-MES-EXT "  Limite: " D-IMP
        " EUR  Saldo extracto: " D-SALDO " EUR"
        DELIMITED BY SIZE INTO W-LINEA-TAR
    PERFORM ESCRIBIR-TAR
    MOVE "FECHA       IMPORTE          CONCEPTO" TO W-LINEA-TAR
    PERFORM ESCRIBIR-TAR
    MOVE ZEROS TO W-CNT
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-CTA = CTA-NUM
           AND FD-MOV-TIPO = "CO"
           AND FD-MOV-ESTADO NOT = "A"
           AND FD-MOV-FECHA(1:7) = W-MES-EXT
           AND FD-MOV-DESC(1:19) = TAR-NUM(W-K)
            ADD 1 TO W-CNT
            MOVE FD-MOV-IMPORTE TO D-IMP-S
            STRING FD-MOV-FECHA " " D-IMP-S " " FD-MOV-DESC
                DELIMITED BY SIZE INTO W-LINEA-TAR
            PERFORM ESCRIBIR-TAR
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    IF W-CNT = ZEROS
        MOVE "(sin compras registradas en el periodo)"
            TO W-LINEA-TAR
        PERFORM ESCRIBIR-TAR
    END-IF
    IF W-DIS-NUM > ZEROS
        PERFORM EXTRACTO-TARJETA-DISPUTAS
    END-IF
    .

*> Disputas abiertas de la tarjeta W-K: numero (W-DIS-NUM) e importe
*> (W-DIS-ABIERTO).
SUMAR-DISPUTAS-TARJETA.
    MOVE ZEROS TO W-DIS-NUM
    MOVE ZEROS TO W-DIS-ABIERTO
    MOVE "00" TO FS-DISPUTAS
    OPEN INPUT ARCH-DISPUTAS
    IF FS-DISPUTAS = "00"
        MOVE "N" TO W-DIS-FIN
        PERFORM UNTIL W-DIS-FIN = "S"
            READ ARCH-DISPUTAS NEXT RECORD
                AT END
                    MOVE "S" TO W-DIS-FIN
            END-READ
            IF W-DIS-FIN = "N" AND FS-DISPUTAS NOT = "00"
                MOVE "S" TO W-DIS-FIN
            END-IF
            IF W-DIS-FIN = "N" AND FD-DIS-ESTADO = "A"
               AND FD-DIS-TAR = TAR-NUM(W-K)
                ADD 1 TO W-DIS-NUM
                ADD FD-DIS-IMPORTE TO W-DIS-ABIERTO
            END-IF
        END-PERFORM
        CLOSE ARCH-DISPUTAS
    END-IF
    .

*> Disputas abiertas en el extracto de la tarjeta W-K: su importe ya
*> esta fuera del saldo usado, no se cobra ni devenga interes.
EXTRACTO-TARJETA-DISPUTAS.
    MOVE W-DIS-ABIERTO TO D-IMP
    MOVE W-DIS-NUM TO D-CNT2
    STRING "DISPUTAS ABIERTAS: " D-CNT2 "  IMPORTE: " D-IMP
        " EUR (fuera del saldo, sin intereses)"
        DELIMITED BY SIZE INTO W-LINEA-TAR
    PERFORM ESCRIBIR-TAR
    MOVE "N" TO W-DIS-FIN
    OPEN INPUT ARCH-DISPUTAS
    PERFORM UNTIL W-DIS-FIN = "S"
        READ ARCH-DISPUTAS NEXT RECORD
            AT END
                MOVE "S" TO W-DIS-FIN
        END-READ
        IF W-DIS-FIN = "N" AND FS-DISPUTAS NOT = "00"
            MOVE "S" TO W-DIS-FIN
        END-IF
        IF W-DIS-FIN = "N" AND FD-DIS-ESTADO = "A"
           AND FD-DIS-TAR = TAR-NUM(W-K)
            PERFORM DIS-LINEA-EXTRACTO
        END-IF
    END-PERFORM
    CLOSE ARCH-DISPUTAS
    .

*> Las tarjetas de debito no tienen extracto propio: sus disputas
*> abiertas se relacionan al final de EXTRATAR.PRT.
EXTRACTO-DISPUTAS-DEBITO.
    MOVE ZEROS TO W-DIS-CNT
    MOVE "00" TO FS-DISPUTAS
    OPEN INPUT ARCH-DISPUTAS
    IF FS-DISPUTAS = "00"
        MOVE "N" TO W-DIS-FIN
        PERFORM UNTIL W-DIS-FIN = "S"
            READ ARCH-DISPUTAS NEXT RECORD
                AT END
                    MOVE "S" TO W-DIS-FIN
            END-READ
            IF W-DIS-FIN = "N" AND FS-DISPUTAS NOT = "00"
                MOVE "S" TO W-DIS-FIN
            END-IF
            IF W-DIS-FIN = "N" AND FD-DIS-ESTADO = "A"
               AND FD-DIS-TIPO-TAR = "D"
                IF W-DIS-CNT = ZEROS
                    MOVE LN-SEP2 TO W-LINEA-TAR
                    PERFORM ESCRIBIR-TAR
                    MOVE "DISPUTAS ABIERTAS EN TARJETAS DE DEBITO"
                        TO W-LINEA-TAR
                    PERFORM ESCRIBIR-TAR
                END-IF
                ADD 1 TO W-DIS-CNT
                PERFORM DIS-LINEA-EXTRACTO
            END-IF
        END-PERFORM
        CLOSE ARCH-DISPUTAS
    END-IF
    .

DIS-LINEA-EXTRACTO.
    MOVE FD-DIS-IMPORTE TO D-IMP-S
    MOVE FD-DIS-MOTIVO TO W-DIS-MOTIVO
    PERFORM NOMBRE-MOTIVO-DIS
    STRING FD-DIS-FECHA " " D-IMP-S " DISPUTA " FD-DIS-REF " "
        FD-DIS-TAR " " W-DIS-MOTIVO-TXT
        DELIMITED BY SIZE INTO W-LINEA-TAR
    PERFORM ESCRIBIR-TAR
    .

*> La liquidacion intenta el cargo total contando el descubierto
*> autorizado; solo si ni con descubierto cabe, cae al pago minimo
*> (tambien con descubierto) o al impago con intereses.
LIQUIDAR-TARJETA-COBRAR.
    MOVE W-MES-EXT TO TAR-ULT-LIQ(W-K)
    MOVE W-SALDO-EXT TO W-IMPORTE
    PERFORM VERIFICAR-CARGO-POSIBLE
    IF W-DSC-CABE = "S"
        MOVE W-SALDO-EXT TO W-IMPORTE
        PERFORM CARGAR-CON-DESCUBIERTO
        MOVE "Liquidacion extracto tarjeta" TO W-DESC
        MOVE "LT" TO W-TIPO-MOV
        PERFORM REG-MOV
        MOVE ZEROS TO TAR-USADO(W-K)
        MOVE W-SALDO-EXT TO D-IMP
        DISPLAY "  " TAR-NUM(W-K) "  pago total    " D-IMP " EUR"
        MOVE SPACES TO W-LINEA-TAR
        STRING "PAGO TOTAL DEL EXTRACTO: " D-IMP " EUR"
            DELIMITED BY SIZE INTO W-LINEA-TAR
        PERFORM ESCRIBIR-TAR
        MOVE SPACES TO W-NOT-TEXTO
        STRING "Extracto tarjeta *" TAR-NUM(W-K)(16:4)
            ": cargado el total de " D-IMP " EUR"
            DELIMITED BY SIZE INTO W-NOT-TEXTO
        PERFORM NOTIFICAR-EXTRACTO
    ELSE
        COMPUTE W-PAGO-MIN ROUNDED =
            W-SALDO-EXT * CFG-TAR-PCT-MINIMO
        IF W-PAGO-MIN < CFG-TAR-PAGO-MINIMO
            MOVE CFG-TAR-PAGO-MINIMO TO W-PAGO-MIN
        END-IF
        IF W-PAGO-MIN > W-SALDO-EXT
            MOVE W-SALDO-EXT TO W-PAGO-MIN
        END-IF
        MOVE W-PAGO-MIN TO W-IMPORTE
        PERFORM VERIFICAR-CARGO-POSIBLE
        IF W-DSC-CABE = "S"
            MOVE W-PAGO-MIN TO W-IMPORTE
            PERFORM CARGAR-CON-DESCUBIERTO
            COMPUTE W-RESTO-TAR = W-SALDO-EXT - W-PAGO-MIN
            COMPUTE W-INT-TAR ROUNDED =
                W-RESTO-TAR * CFG-TASA-TARJETA / 12
            COMPUTE TAR-USADO(W-K) = W-RESTO-TAR + W-INT-TAR
            MOVE W-PAGO-MIN TO W-IMPORTE
            MOVE "Pago minimo extracto tarjeta" TO W-DESC
            MOVE "LT" TO W-TIPO-MOV
            PERFORM REG-MOV
*> El interes del aplazado es ingreso del banco.
            MOVE "ITA" TO W-LIB-CUENTA
            MOVE "I" TO W-LIB-DH
            MOVE W-INT-TAR TO W-LIB-IMPORTE
            PERFORM ASENTAR-LIBRO
            MOVE W-PAGO-MIN TO D-IMP
            DISPLAY "  " TAR-NUM(W-K) "  pago minimo  " D-IMP " EUR"
            MOVE SPACES TO W-LINEA-TAR
            STRING "PAGO MINIMO: " D-IMP " EUR"
                DELIMITED BY SIZE INTO W-LINEA-TAR
            PERFORM ESCRIBIR-TAR
            MOVE W-RESTO-TAR TO D-IMP
            MOVE W-INT-TAR   TO D-SALDO
            MOVE SPACES TO W-LINEA-TAR
            STRING "APLAZADO: " D-IMP " EUR  INTERES (18% anual): "
                D-SALDO " EUR"
                DELIMITED BY SIZE INTO W-LINEA-TAR
            PERFORM ESCRIBIR-TAR
            MOVE W-PAGO-MIN TO D-IMP2
            MOVE SPACES TO W-NOT-TEXTO
            STRING "Extracto tarjeta *" TAR-NUM(W-K)(16:4)
                ": pago minimo " D-IMP2 " EUR, aplazado " D-IMP
                " EUR"
                DELIMITED BY SIZE INTO W-NOT-TEXTO
            PERFORM NOTIFICAR-EXTRACTO
        ELSE
            COMPUTE W-INT-TAR ROUNDED =
                W-SALDO-EXT * CFG-TASA-TARJETA / 12
            ADD W-INT-TAR TO TAR-USADO(W-K)
*> El interes devengado por el impago es ingreso del banco. Esta
*> rama no asienta ningun movimiento de cliente (no se cobro nada),
*> asi que W-REF-STR se limpia: si no, el asiento arrastraria la
*> referencia del ultimo apunte ajeno asentado.
            MOVE SPACES TO W-REF-STR
            MOVE "ITA" TO W-LIB-CUENTA
            MOVE "I" TO W-LIB-DH
            MOVE W-INT-TAR TO W-LIB-IMPORTE
            PERFORM ASENTAR-LIBRO
            MOVE W-SALDO-EXT TO D-IMP
            DISPLAY "  *** " TAR-NUM(W-K) " SIN PAGO: saldo "
                    "insuficiente para el minimo ***"
            MOVE "TAR" TO W-AUD-TIPO-REF
            MOVE TAR-NUM(W-K) TO W-AUD-REF-ID
            MOVE "EXTRACTO-SIN-PAGO" TO W-AUD-ACCION
            MOVE D-IMP TO W-AUD-ANTES
            MOVE W-INT-TAR TO D-IMP
            MOVE D-IMP TO W-AUD-DESPUES
            PERFORM REGISTRAR-AUDITORIA
            MOVE SPACES TO W-LINEA-TAR
            STRING "SIN PAGO - SALDO INSUFICIENTE. INTERES APLICADO: "
                D-IMP " EUR"
                DELIMITED BY SIZE INTO W-LINEA-TAR
            PERFORM ESCRIBIR-TAR
            MOVE W-SALDO-EXT TO D-IMP2
            MOVE SPACES TO W-NOT-TEXTO
            STRING "Extracto tarjeta *" TAR-NUM(W-K)(16:4)
                ": " D-IMP2 " EUR sin pagar por falta de saldo"
                DELIMITED BY SIZE INTO W-NOT-TEXTO
            PERFORM NOTIFICAR-EXTRACTO
        END-IF
    END-IF
    PERFORM GRABAR-TAR-DIRECTO
    .

NOTIFICAR-EXTRACTO.
    MOVE CTA-DNI TO W-NOT-DNI
    MOVE CTA-NUM TO W-NOT-CTA
    MOVE "EXT" TO W-NOT-EVENTO
    PERFORM ENCOLAR-NOTIFICACION
    .

ESCRIBIR-TAR.
    MOVE W-LINEA-TAR TO FD-LINEA-TAR
    WRITE FD-LINEA-TAR
    MOVE SPACES TO W-LINEA-TAR
    .

*> Pasa el recibo de cada domiciliacion activa cuyo dia de cobro
*> coincide con la nueva fecha de negocio. Las que no pueden cobrarse
*> (cuenta sin saldo, bloqueada o cancelada) quedan marcadas con su
*> contador de impagos para reclamarlas a la manana siguiente.
COBRAR-DOMICILIACIONES.
    MOVE SES-FECHA(9:2) TO W-DIA-COBRO
    MOVE ZEROS TO W-CNT2
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-DOMICIL
        IF DOM-ACTIVA(W-K) = "S"
           AND DOM-DIA(W-K) = W-DIA-COBRO
           AND DOM-ULT-COBRO(W-K) NOT = SES-FECHA
            ADD 1 TO W-CNT2
            MOVE DOM-CTA(W-K) TO W-BUSCAR-NRO
            PERFORM BUSCAR-CTA
*> El recibo se honra tambien contra el descubierto autorizado: un
*> cliente con linea concedida ya no devuelve un recibo por un
*> descubierto de un dia.
            MOVE "N" TO W-DSC-CABE
            IF W-ENCONTRADO = "S"
               AND CTA-ACTIVA = "S"
               AND CTA-BLOQUEADA = "N"
                MOVE DOM-IMPORTE(W-K) TO W-IMPORTE
                PERFORM VERIFICAR-CARGO-POSIBLE
            END-IF
            IF W-DSC-CABE = "S"
                MOVE DOM-IMPORTE(W-K) TO W-IMPORTE
                PERFORM CARGAR-CON-DESCUBIERTO
                MOVE SPACES TO W-DESC
                STRING "Domiciliacion " DOM-EMPRESA(W-K)
                    DELIMITED BY SIZE INTO W-DESC
                MOVE "RC" TO W-TIPO-MOV
                PERFORM REG-MOV
                MOVE SES-FECHA TO DOM-ULT-COBRO(W-K)
                MOVE ZEROS TO DOM-IMPAGOS(W-K)
                MOVE W-IMPORTE TO D-IMP
                DISPLAY "  Recibo cobrado: " DOM-EMPRESA(W-K)(1:25)
                        " " D-IMP " EUR (cta " DOM-CTA(W-K) ")"
            ELSE
                ADD 1 TO DOM-IMPAGOS(W-K)
*> El intento tambien se fecha en DOM-ULT-COBRO (el impago se
*> distingue por DOM-IMPAGOS > 0): sin la marca, la reanudacion de
*> un cierre interrumpido volveria a contar el mismo impago.
                MOVE SES-FECHA TO DOM-ULT-COBRO(W-K)
                MOVE DOM-IMPORTE(W-K) TO D-IMP
                DISPLAY "  *** RECIBO IMPAGADO: " DOM-EMPRESA(W-K)(1:25)
                        " " D-IMP " EUR (cta " DOM-CTA(W-K) ") ***"
                MOVE "DOM" TO W-AUD-TIPO-REF
                MOVE DOM-ID(W-K) TO W-AUD-REF-ID
                MOVE "RECIBO-IMPAGADO" TO W-AUD-ACCION
                MOVE DOM-EMPRESA(W-K) TO W-AUD-ANTES
                MOVE D-IMP TO W-AUD-DESPUES
                PERFORM REGISTRAR-AUDITORIA
                IF W-ENCONTRADO = "S"
                    MOVE CTA-DNI TO W-NOT-DNI
                    MOVE CTA-NUM TO W-NOT-CTA
                    MOVE "RIM" TO W-NOT-EVENTO
                    MOVE SPACES TO W-NOT-TEXTO
                    STRING "Recibo impagado " DOM-EMPRESA(W-K)(1:25)
                        " " D-IMP " EUR cta " CTA-NUM
                        DELIMITED BY SIZE INTO W-NOT-TEXTO
                    PERFORM ENCOLAR-NOTIFICACION
                END-IF
            END-IF
            PERFORM GRABAR-DOM-DIRECTO
        END-IF
    END-PERFORM
    IF W-CNT2 = ZEROS
        DISPLAY "  Sin domiciliaciones a cobrar en esta fecha."
    END-IF
    .

*> Remesa de salida del cierre: cada transferencia exterior pendiente
*> se anade en formato fijo a SALIENTE.DAT para su liquidacion
*> interbancaria y pasa a estado "E" (enviada). El apunte "TE" de la
*> cuenta sigue en "P" hasta que la remesa de entrada lo confirme.
GENERAR-REMESA-SALIDA.
    MOVE ZEROS TO W-CNT2
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-TRANSF-EXT
        IF TEX-ESTADO(W-K) = "P"
            ADD 1 TO W-CNT2
        END-IF
    END-PERFORM
    IF W-CNT2 = ZEROS
        DISPLAY "  Sin transferencias exteriores pendientes."
    ELSE
        PERFORM ESCRIBIR-REMESA-SALIDA
    END-IF
    .

*> SALIENTE.DAT es un fichero de liquidacion, no un informe: una
*> orden solo pasa a "E" cuando su linea quedo realmente escrita.
*> Si la remesa no puede abrirse o una escritura falla, la orden se
*> queda en "P" y se reintenta en el siguiente cierre.
ESCRIBIR-REMESA-SALIDA.
    MOVE "00" TO FS-REMESA-SAL
    OPEN EXTEND ARCH-REMESA-SAL
    IF FS-REMESA-SAL = "35"
        OPEN OUTPUT ARCH-REMESA-SAL
    END-IF
    IF FS-REMESA-SAL NOT = "00"
        DISPLAY "  *** ERROR: no se pudo abrir SALIENTE.DAT (estado "
                FS-REMESA-SAL "); las ordenes siguen pendientes ***"
    ELSE
        MOVE ZEROS TO W-CNT2
        PERFORM VARYING W-K FROM 1 BY 1
            UNTIL W-K > G-NUM-TRANSF-EXT
            IF TEX-ESTADO(W-K) = "P"
                PERFORM ESCRIBIR-ORDEN-REMESA
            END-IF
        END-PERFORM
        CLOSE ARCH-REMESA-SAL
        MOVE W-CNT2 TO D-CNT
        DISPLAY "  Transferencias enviadas a SALIENTE.DAT: " D-CNT
    END-IF
    .

ESCRIBIR-ORDEN-REMESA.
    MOVE "TRF"            TO W-SAL-TIPO
    MOVE TEX-FECHA(W-K)   TO W-SAL-FECHA
    MOVE TEX-REF(W-K)     TO W-SAL-REF
    MOVE TEX-CTA(W-K)     TO W-SAL-CTA
    MOVE TEX-IBAN(W-K)    TO W-SAL-IBAN
    MOVE TEX-BENEF(W-K)   TO W-SAL-BENEF
    MOVE TEX-IMPORTE(W-K) TO W-SAL-IMPORTE
    MOVE SPACES TO FD-SAL-LINEA
    MOVE W-SAL-REG TO FD-SAL-LINEA
    WRITE FD-SAL-LINEA
    IF FS-REMESA-SAL = "00"
        ADD 1 TO W-CNT2
        MOVE "E" TO TEX-ESTADO(W-K)
        MOVE W-K TO W-IDX-T
        PERFORM GRABAR-TEX-DIRECTO
        MOVE TEX-IMPORTE(W-K) TO D-IMP
        DISPLAY "  Remesa salida: " TEX-IBAN(W-K)
                " " D-IMP " EUR"
    ELSE
        MOVE TEX-ID(W-K) TO D-CNT
        DISPLAY "  *** ERROR al escribir la orden " D-CNT
                " en SALIENTE.DAT (estado " FS-REMESA-SAL
                "); sigue pendiente ***"
    END-IF
    .

*> Remesa de entrada, procesada al abrir la sesion: las lineas "ABO"
*> abonan transferencias recibidas de otras entidades (apunte "TI")
*> y las "CNF" confirman por referencia transferencias exteriores
*> nuestras (el apunte "TE" y la orden pasan a estado "C"). El
*> fichero se vacia tras procesarlo para no duplicar abonos.
PROCESAR-REMESA-ENTRADA.
    MOVE "00" TO FS-REMESA-ENT
    OPEN INPUT ARCH-REMESA-ENT
    IF FS-REMESA-ENT = "00"
        MOVE ZEROS TO W-CNT2
        MOVE "START" TO W-RESP
        PERFORM UNTIL W-RESP = "F"
            READ ARCH-REMESA-ENT
                AT END
                    MOVE "F" TO W-RESP
                NOT AT END
                    MOVE FD-ENT-LINEA TO W-ENT-REG
                    PERFORM PROCESAR-LINEA-ENTRADA
            END-READ
        END-PERFORM
        CLOSE ARCH-REMESA-ENT
        IF W-CNT2 > ZEROS
            MOVE W-CNT2 TO D-CNT
            DISPLAY "  Remesa de entrada procesada: " D-CNT
                    " registros"
        END-IF
        OPEN OUTPUT ARCH-REMESA-ENT
        CLOSE ARCH-REMESA-ENT
    END-IF
    .

PROCESAR-LINEA-ENTRADA.
    EVALUATE W-ENT-TIPO
        WHEN "ABO"
            ADD 1 TO W-CNT2
            MOVE W-ENT-CTA TO W-BUSCAR-NRO
            PERFORM BUSCAR-CTA
            IF W-ENCONTRADO = "S" AND CTA-ACTIVA = "S"
                MOVE W-ENT-IMPORTE TO W-IMPORTE
                PERFORM ABONAR-CON-DESCUBIERTO
                MOVE SPACES TO W-DESC
                STRING "Transf recibida de " W-ENT-ORDENANTE
                    DELIMITED BY SIZE INTO W-DESC
                MOVE "TI" TO W-TIPO-MOV
                PERFORM REG-MOV
                PERFORM VIGILAR-EFECTIVO
                MOVE W-IMPORTE TO D-IMP
                DISPLAY "  Abono recibido: cta " CTA-NUM
                        " " D-IMP " EUR"
            ELSE
                DISPLAY "  *** Abono de remesa sin cuenta valida: "
                        W-ENT-CTA " ***"
                MOVE "TEX" TO W-AUD-TIPO-REF
                MOVE W-ENT-CTA TO W-AUD-REF-ID
                MOVE "ABONO-RECHAZADO" TO W-AUD-ACCION
                MOVE W-ENT-ORDENANTE TO W-AUD-ANTES
                MOVE SPACES TO W-AUD-DESPUES
                PERFORM REGISTRAR-AUDITORIA
            END-IF
        WHEN "CNF"
            ADD 1 TO W-CNT2
            PERFORM CONFIRMAR-TRANSF-EXT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Confirmacion de liquidacion: localiza por referencia la orden
*> exterior y su apunte "TE" y los pasa a estado "C".
CONFIRMAR-TRANSF-EXT.
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-TRANSF-EXT
        IF TEX-REF(W-K) = W-ENT-REF
           AND TEX-ESTADO(W-K) NOT = "C"
            MOVE "C" TO TEX-ESTADO(W-K)
            MOVE W-K TO W-IDX-T
            PERFORM GRABAR-TEX-DIRECTO
            DISPLAY "  Confirmada transf exterior ref " W-ENT-REF
        END-IF
    END-PERFORM
    MOVE "N" TO W-CONF-ENC
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-REF = W-ENT-REF AND FD-MOV-TIPO = "TE"
           AND FD-MOV-ESTADO = "P"
            MOVE "C" TO FD-MOV-ESTADO
            REWRITE FD-MOV-REC
            MOVE "S" TO W-CONF-ENC
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
*> El apunte "TE" pudo haberse archivado antes de que llegara la
*> confirmacion: si no esta en el fichero vivo, se busca y confirma
*> en el historico para que no quede en "P" para siempre.
    IF W-CONF-ENC = "N"
        PERFORM CONFIRMAR-TE-HISTORICO
    END-IF
    .

CONFIRMAR-TE-HISTORICO.
    MOVE "00" TO FS-MOV-HIST
    OPEN I-O ARCH-MOV-HIST
    IF FS-MOV-HIST = "00"
        MOVE "START" TO W-DESC
        PERFORM UNTIL W-DESC = "FIN"
            READ ARCH-MOV-HIST NEXT RECORD
                AT END
                    MOVE "FIN" TO W-DESC
            END-READ
            IF W-DESC NOT = "FIN" AND FS-MOV-HIST NOT = "00"
                MOVE "FIN" TO W-DESC
            END-IF
            IF W-DESC NOT = "FIN"
               AND FD-HIST-REF = W-ENT-REF
               AND FD-HIST-TIPO = "TE"
               AND FD-HIST-ESTADO = "P"
                MOVE "C" TO FD-HIST-ESTADO
                REWRITE FD-HIST-REC
            END-IF
        END-PERFORM
        CLOSE ARCH-MOV-HIST
    END-IF
    .

*> Vencimientos de plazo fijo en el cierre de dia: los contratos cuya
*> fecha quedo alcanzada se renuevan por el mismo tenor (instruccion
*> "R") o se abonan (la cuenta pasa a ahorro y el saldo queda libre,
*> instruccion "A"), dejando rastro en AUDIT.DAT en ambos casos.
VENCER-PLAZOS-FIJOS.
    MOVE ZEROS TO W-CNT2
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S" AND CTA-TIPO = "P"
            PERFORM BUSCAR-PLZ
            IF W-PLZ-ENC = "S" AND PLZ-VCTO <= SES-FECHA
                ADD 1 TO W-CNT2
                PERFORM VENCER-UN-PLAZO
            END-IF
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    IF W-CNT2 = ZEROS
        DISPLAY "  Sin plazos fijos vencidos."
    END-IF
    .

VENCER-UN-PLAZO.
    IF PLZ-INSTR = "R"
        MOVE PLZ-VCTO TO W-AUD-ANTES
        MOVE PLZ-VCTO TO W-FECHA-TMP
        PERFORM SUMAR-UN-MES PLZ-MESES TIMES
        MOVE W-FECHA-TMP TO PLZ-VCTO
        PERFORM GRABAR-PLZ-DIRECTO
        DISPLAY "  Plazo fijo renovado: cta " CTA-NUM
                " hasta " PLZ-VCTO
        MOVE "CTA" TO W-AUD-TIPO-REF
        MOVE CTA-NUM TO W-AUD-REF-ID
        MOVE "RENUEVA-PLAZO-FIJO" TO W-AUD-ACCION
        MOVE PLZ-VCTO TO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
        MOVE "PFR" TO W-NOT-EVENTO
        MOVE SPACES TO W-NOT-TEXTO
        STRING "Plazo fijo cta " CTA-NUM " renovado hasta "
            PLZ-VCTO
            DELIMITED BY SIZE INTO W-NOT-TEXTO
        PERFORM NOTIFICAR-PLAZO
    ELSE
        MOVE "A" TO CTA-TIPO
        PERFORM GRABAR-CTA-DIRECTO
        PERFORM BORRAR-PLZ-DIRECTO
        DISPLAY "  Plazo fijo vencido y abonado: cta " CTA-NUM
                " pasa a AHORRO"
        MOVE "CTA" TO W-AUD-TIPO-REF
        MOVE CTA-NUM TO W-AUD-REF-ID
        MOVE "VENCE-PLAZO-FIJO" TO W-AUD-ACCION
        MOVE PLZ-VCTO TO W-AUD-ANTES
        MOVE "ABONADO" TO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
        MOVE CTA-SALDO TO D-SALDO
        MOVE "PFV" TO W-NOT-EVENTO
        MOVE SPACES TO W-NOT-TEXTO
        STRING "Plazo fijo cta " CTA-NUM " vencido: " D-SALDO
            " EUR disponibles en ahorro"
            DELIMITED BY SIZE INTO W-NOT-TEXTO
        PERFORM NOTIFICAR-PLAZO
    END-IF
    .

NOTIFICAR-PLAZO.
    MOVE CTA-DNI TO W-NOT-DNI
    MOVE CTA-NUM TO W-NOT-CTA
    PERFORM ENCOLAR-NOTIFICACION
    .

*> Renovacion de tarjetas en el cierre de dia: cada tarjeta activa a
*> CFG-TAR-DIAS-RENOV dias o menos de caducar se reemite con numero,
*> CVV y caducidad nuevos (el saldo usado y el limite pasan a la
*> nueva) y la antigua queda desactivada; ambos hechos en AUDIT.DAT.
*> Si la tabla de tarjetas esta llena, la tarjeta se queda como esta
*> y se avisa para reintentarlo tras liberar hueco.
RENOVAR-TARJETAS.
    MOVE ZEROS TO W-CNT2
    MOVE G-NUM-TARJETAS TO W-TAR-TOPE
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > W-TAR-TOPE
        IF TAR-ACTIVA(W-K) = "S"
            PERFORM DIAS-HASTA-CADUCIDAD
            IF W-DIAS-CAD <= CFG-TAR-DIAS-RENOV
                ADD 1 TO W-CNT2
                PERFORM RENOVAR-UNA-TARJETA
            END-IF
        END-IF
    END-PERFORM
    IF W-CNT2 = ZEROS
        DISPLAY "  Sin tarjetas proximas a caducar."
    END-IF
    .

RENOVAR-UNA-TARJETA.
    IF G-NUM-TARJETAS >= CFG-MAX-TARJETAS
        DISPLAY "  *** Tarjeta " TAR-NUM(W-K) " caduca el "
                TAR-CADUCIDAD(W-K) " y no hay hueco para "
                "reemitirla ***"
    ELSE
        MOVE TAR-NUM(W-K) TO W-TAR-VIEJA
        MOVE W-K TO W-IDX-K
*> Alta de la tarjeta nueva al final de la tabla.
        ADD 1 TO G-NUM-TARJETAS
        ADD 1 TO G-ULT-TAR-SEQ
        MOVE G-NUM-TARJETAS TO W-K
        MOVE "4532-1234-" TO TAR-NUM(W-K)
        MOVE G-ULT-TAR-SEQ TO TAR-NUM(W-K)(11:6)
        MOVE TAR-CTA(W-IDX-K)     TO TAR-CTA(W-K)
        MOVE TAR-TITULAR(W-IDX-K) TO TAR-TITULAR(W-K)
        MOVE TAR-TIPO(W-IDX-K)    TO TAR-TIPO(W-K)
        MOVE TAR-LIMITE(W-IDX-K)  TO TAR-LIMITE(W-K)
        MOVE TAR-USADO(W-IDX-K)   TO TAR-USADO(W-K)
        PERFORM GENERAR-CVV
        MOVE W-CVV-CALC TO TAR-CVV(W-K)
        PERFORM CALCULAR-CADUCIDAD-NUEVA
        MOVE W-TAR-CAD TO TAR-CADUCIDAD(W-K)
        MOVE "S" TO TAR-ACTIVA(W-K)
        MOVE "N" TO TAR-BLOQUEADA(W-K)
        MOVE SES-FECHA TO TAR-FECHA-EMI(W-K)
        MOVE SPACES TO TAR-ULT-LIQ(W-K)
        PERFORM GRABAR-TAR-DIRECTO
        MOVE "TAR" TO W-AUD-TIPO-REF
        MOVE TAR-NUM(W-K) TO W-AUD-REF-ID
        MOVE "EMITE-RENOVACION" TO W-AUD-ACCION
        MOVE W-TAR-VIEJA TO W-AUD-ANTES
        MOVE TAR-CADUCIDAD(W-K) TO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
        DISPLAY "  Tarjeta renovada: " W-TAR-VIEJA(1:19)
        DISPLAY "            nueva: " TAR-NUM(W-K)
                "  cad. " TAR-CADUCIDAD(W-K)
        MOVE TAR-CTA(W-K) TO W-BUSCAR-NRO
        PERFORM BUSCAR-CTA-DESTINO
        IF W-ENCONTRADO = "S"
            MOVE CTB-DNI TO W-NOT-DNI
            MOVE CTB-NUM TO W-NOT-CTA
            MOVE "TRN" TO W-NOT-EVENTO
            MOVE SPACES TO W-NOT-TEXTO
            STRING "Nueva tarjeta terminada en " TAR-NUM(W-K)(16:4)
                " (cad. " TAR-CADUCIDAD(W-K) ") sustituye a la "
                "terminada en " W-TAR-VIEJA(16:4)
                DELIMITED BY SIZE INTO W-NOT-TEXTO
            PERFORM ENCOLAR-NOTIFICACION
        END-IF
*> Baja de la antigua, ya sustituida.
        MOVE W-IDX-K TO W-K
        MOVE "N" TO TAR-ACTIVA(W-K)
        MOVE ZEROS TO TAR-USADO(W-K)
        PERFORM GRABAR-TAR-DIRECTO
        MOVE "TAR" TO W-AUD-TIPO-REF
        MOVE TAR-NUM(W-K) TO W-AUD-REF-ID
        MOVE "BAJA-POR-RENOVACION" TO W-AUD-ACCION
        MOVE TAR-CADUCIDAD(W-K) TO W-AUD-ANTES
        MOVE "DESACTIVADA" TO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
    END-IF
    .

*> Gestion de cuotas de prestamo vencidas en el cierre de dia: primero
*> intenta regularizar la mora arrastrada con cargo a la cuenta
*> vinculada y despues factura (y cobra, si hay saldo) cada cuota cuya
*> fecha quedo atras de la nueva fecha de sesion. Las cuotas que no
*> pueden cobrarse pasan a deuda vencida del prestamo, devengan
*> recargo de mora y, a partir de CFG-MAX-IMPAGOS impagos, escalan el
*> prestamo a recobro.
COBRAR-CUOTAS-VENCIDAS.
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1
        UNTIL W-K > G-NUM-PRESTAMOS
        IF PRE-ACTIVO(W-K) = "S"
            PERFORM COBRAR-MORA-PENDIENTE
            PERFORM FACTURAR-CUOTAS-PRESTAMO
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin cuotas de prestamo vencidas."
    END-IF
    .

COBRAR-MORA-PENDIENTE.
    COMPUTE W-TOTAL-MORA =
        PRE-VENCIDO(W-K) + PRE-PENALIZ(W-K)
    IF W-TOTAL-MORA > ZEROS
        MOVE PRE-CTA(W-K) TO W-BUSCAR-NRO
        PERFORM BUSCAR-CTA
        MOVE "N" TO W-DSC-CABE
        IF W-ENCONTRADO = "S"
            IF CTA-ACTIVA = "S"
               AND CTA-BLOQUEADA = "N"
                MOVE W-TOTAL-MORA TO W-IMPORTE
                PERFORM VERIFICAR-CARGO-POSIBLE
            END-IF
        END-IF
        IF W-DSC-CABE = "S"
            ADD 1 TO W-CNT
            MOVE W-TOTAL-MORA TO W-IMPORTE
            PERFORM CARGAR-CON-DESCUBIERTO
            MOVE "Regularizacion cuotas en mora" TO W-DESC
            MOVE "MO" TO W-TIPO-MOV
            PERFORM REG-MOV
*> El recargo de mora cobrado es ingreso del banco.
            MOVE "MOR" TO W-LIB-CUENTA
            MOVE "I" TO W-LIB-DH
            MOVE PRE-PENALIZ(W-K) TO W-LIB-IMPORTE
            PERFORM ASENTAR-LIBRO
            MOVE ZEROS TO PRE-VENCIDO(W-K)
            MOVE ZEROS TO PRE-PENALIZ(W-K)
            MOVE ZEROS TO PRE-IMPAGOS(W-K)
            MOVE "A" TO PRE-ESTADO(W-K)
            MOVE SPACES TO PRE-FECHA-MORA(W-K)
            MOVE W-TOTAL-MORA TO D-IMP
            DISPLAY "  Mora regularizada: prestamo " PRE-ID(W-K)
                    " " D-IMP " EUR"
            IF PRE-CUOTAS-PDT(W-K) = ZEROS
               AND PRE-SALDO-PDT(W-K) = ZEROS
                MOVE "N" TO PRE-ACTIVO(W-K)
                DISPLAY "  *** PRESTAMO " PRE-ID(W-K)
                        " LIQUIDADO COMPLETAMENTE ***"
            END-IF
            PERFORM GRABAR-PRE-DIRECTO
        END-IF
    END-IF
    .

FACTURAR-CUOTAS-PRESTAMO.
    PERFORM UNTIL PRE-ACTIVO(W-K) NOT = "S"
        OR PRE-CUOTAS-PDT(W-K) = ZEROS
        OR PRE-PROX-CUOTA(W-K) = SPACES
        OR PRE-PROX-CUOTA(W-K) >= SES-FECHA
        ADD 1 TO W-CNT
        PERFORM COBRAR-UNA-CUOTA
    END-PERFORM
    .

*> Factura la cuota vencida del prestamo W-K: interes sobre saldo
*> vivo como en el pago en ventanilla. Se cobre o no, el plan de
*> amortizacion avanza; la cuota no cobrada queda como deuda vencida.
COBRAR-UNA-CUOTA.
    DIVIDE CFG-TASA-PRESTAMO BY 12 GIVING W-TASA-MENSUAL
    COMPUTE W-INT-CUOTA ROUNDED =
        PRE-SALDO-PDT(W-K) * W-TASA-MENSUAL
    IF PRE-CUOTAS-PDT(W-K) = 1
        COMPUTE W-CUOTA-REAL =
            PRE-SALDO-PDT(W-K) + W-INT-CUOTA
        MOVE PRE-SALDO-PDT(W-K) TO W-CAP-CUOTA
    ELSE
        MOVE PRE-CUOTA(W-K) TO W-CUOTA-REAL
        COMPUTE W-CAP-CUOTA = W-CUOTA-REAL - W-INT-CUOTA
    END-IF
    MOVE "N" TO W-COBRADA
    MOVE PRE-CTA(W-K) TO W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
*> La cuota se honra tambien contra el descubierto autorizado de la
*> cuenta vinculada antes de rodar a mora.
    IF W-ENCONTRADO = "S"
        IF CTA-ACTIVA = "S"
           AND CTA-BLOQUEADA = "N"
            MOVE W-CUOTA-REAL TO W-IMPORTE
            PERFORM VERIFICAR-CARGO-POSIBLE
            IF W-DSC-CABE = "S"
                MOVE "S" TO W-COBRADA
            END-IF
        END-IF
    END-IF
    IF W-COBRADA = "S"
        MOVE W-CUOTA-REAL TO W-IMPORTE
        PERFORM CARGAR-CON-DESCUBIERTO
        MOVE "Cobro automatico cuota prestamo" TO W-DESC
        MOVE "PQ" TO W-TIPO-MOV
        PERFORM REG-MOV
*> La parte de interes de la cuota es ingreso del banco.
        MOVE "INP" TO W-LIB-CUENTA
        MOVE "I" TO W-LIB-DH
        MOVE W-INT-CUOTA TO W-LIB-IMPORTE
        PERFORM ASENTAR-LIBRO
        MOVE W-CUOTA-REAL TO D-IMP
        DISPLAY "  Cuota cobrada: prestamo " PRE-ID(W-K)
                " " D-IMP " EUR (cta " PRE-CTA(W-K) ")"
    ELSE
        ADD W-CUOTA-REAL TO PRE-VENCIDO(W-K)
        ADD 1 TO PRE-IMPAGOS(W-K)
        COMPUTE W-TEMP ROUNDED =
            PRE-VENCIDO(W-K) * CFG-TASA-MORA / 12
        ADD W-TEMP TO PRE-PENALIZ(W-K)
        IF PRE-FECHA-MORA(W-K) = SPACES
            MOVE PRE-PROX-CUOTA(W-K) TO PRE-FECHA-MORA(W-K)
        END-IF
        MOVE W-CUOTA-REAL TO D-IMP
        DISPLAY "  *** CUOTA IMPAGADA: prestamo " PRE-ID(W-K)
                " " D-IMP " EUR (cta " PRE-CTA(W-K) ") ***"
        IF W-ENCONTRADO = "S"
            MOVE CTA-DNI TO W-NOT-DNI
            MOVE CTA-NUM TO W-NOT-CTA
            MOVE "MOR" TO W-NOT-EVENTO
            MOVE SPACES TO W-NOT-TEXTO
            STRING "Cuota impagada prestamo " PRE-ID(W-K) " "
                D-IMP " EUR cta " CTA-NUM ". Prestamo en mora"
                DELIMITED BY SIZE INTO W-NOT-TEXTO
            PERFORM ENCOLAR-NOTIFICACION
        END-IF
        IF PRE-IMPAGOS(W-K) >= CFG-MAX-IMPAGOS
            IF PRE-ESTADO(W-K) NOT = "E"
                MOVE "E" TO PRE-ESTADO(W-K)
                DISPLAY "  *** PRESTAMO " PRE-ID(W-K)
                        " ESCALADO A RECOBRO ***"
                MOVE "PRE" TO W-AUD-TIPO-REF
                MOVE PRE-ID(W-K) TO W-AUD-REF-ID
                MOVE "ESCALADO-RECOBRO" TO W-AUD-ACCION
                MOVE PRE-IMPAGOS(W-K) TO D-CNT2
                MOVE D-CNT2 TO W-AUD-ANTES
                MOVE PRE-VENCIDO(W-K) TO D-IMP
                MOVE D-IMP TO W-AUD-DESPUES
                PERFORM REGISTRAR-AUDITORIA
            END-IF
        ELSE
            MOVE "M" TO PRE-ESTADO(W-K)
        END-IF
    END-IF
    SUBTRACT W-CAP-CUOTA FROM PRE-SALDO-PDT(W-K)
    SUBTRACT 1 FROM PRE-CUOTAS-PDT(W-K)
    MOVE PRE-PROX-CUOTA(W-K) TO W-FECHA-TMP
    PERFORM SUMAR-UN-MES
    MOVE W-FECHA-TMP TO PRE-PROX-CUOTA(W-K)
    IF PRE-CUOTAS-PDT(W-K) = ZEROS
        MOVE ZEROS TO PRE-SALDO-PDT(W-K)
        IF PRE-VENCIDO(W-K) = ZEROS AND PRE-PENALIZ(W-K) = ZEROS
            MOVE "N" TO PRE-ACTIVO(W-K)
            DISPLAY "  *** PRESTAMO " PRE-ID(W-K)
                    " LIQUIDADO COMPLETAMENTE ***"
        END-IF
    END-IF
    PERFORM GRABAR-PRE-DIRECTO
    .

*> Dias transcurridos desde la primera cuota impagada del prestamo
*> W-K hasta la fecha de sesion, para el informe de morosidad.
CALC-DIAS-MORA.
    MOVE ZEROS TO W-DIAS-MORA
    IF PRE-FECHA-MORA(W-K) NOT = SPACES
        MOVE PRE-FECHA-MORA(W-K)(1:4) TO W-FECHA-COMP(1:4)
        MOVE PRE-FECHA-MORA(W-K)(6:2) TO W-FECHA-COMP(5:2)
        MOVE PRE-FECHA-MORA(W-K)(9:2) TO W-FECHA-COMP(7:2)
        MOVE W-FECHA-COMP TO W-FECHA-NUM
        MOVE SES-FECHA(1:4) TO W-FECHA-COMP(1:4)
        MOVE SES-FECHA(6:2) TO W-FECHA-COMP(5:2)
        MOVE SES-FECHA(9:2) TO W-FECHA-COMP(7:2)
        MOVE W-FECHA-COMP TO W-FECHA-NUM2
        COMPUTE W-DIAS-MORA =
            FUNCTION INTEGER-OF-DATE(W-FECHA-NUM2)
            - FUNCTION INTEGER-OF-DATE(W-FECHA-NUM)
    END-IF
    .

*> Fecha AAAA-MM-DD situada W-DIAS-ATRAS dias antes de la fecha de
*> negocio, en W-FECHA-DESDE (limite inferior de ventanas y plazos).
CALC-FECHA-ATRAS.
    MOVE SES-FECHA(1:4) TO W-FECHA-COMP(1:4)
    MOVE SES-FECHA(6:2) TO W-FECHA-COMP(5:2)
    MOVE SES-FECHA(9:2) TO W-FECHA-COMP(7:2)
    MOVE W-FECHA-COMP TO W-FECHA-NUM
    COMPUTE W-FECHA-NUM2 = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(W-FECHA-NUM) - W-DIAS-ATRAS)
    MOVE W-FECHA-NUM2 TO W-FECHA-COMP
    MOVE SPACES TO W-FECHA-DESDE
    STRING W-FECHA-COMP(1:4) "-" W-FECHA-COMP(5:2) "-"
           W-FECHA-COMP(7:2)
        DELIMITED BY SIZE INTO W-FECHA-DESDE
    .

*> Caducidad "MM/AA" de una tarjeta nueva emitida hoy: mes de la
*> fecha de negocio y anio de emision mas CFG-TAR-ANIOS-VALIDEZ.
CALCULAR-CADUCIDAD-NUEVA.
    MOVE SPACES TO W-TAR-CAD
    MOVE SES-FECHA(6:2) TO W-TAR-CAD(1:2)
    MOVE "/" TO W-TAR-CAD(3:1)
    MOVE SES-FECHA(1:4) TO W-FECHA-ANIO
    ADD CFG-TAR-ANIOS-VALIDEZ TO W-FECHA-ANIO
    COMPUTE W-FECHA-DIA = FUNCTION MOD(W-FECHA-ANIO, 100)
    MOVE W-FECHA-DIA TO W-TAR-CAD(4:2)
    .

*> CVV propio de cada plastico, derivado de la secuencia de emision
*> (determinista pero distinto por tarjeta; antes todas salian con
*> el mismo 321).
GENERAR-CVV.
    COMPUTE W-CVV-CALC =
        FUNCTION MOD(G-ULT-TAR-SEQ * 37 + 113, 900) + 100
    .

*> Dias que faltan (negativos si ya paso) hasta la caducidad de la
*> tarjeta W-K: la caducidad "MM/AA" vale hasta el ultimo dia del
*> mes, en el siglo 20xx. Si la caducidad no es legible, la tarjeta
*> se trata como vigente a un anio vista.
DIAS-HASTA-CADUCIDAD.
    MOVE 365 TO W-DIAS-CAD
    IF TAR-CADUCIDAD(W-K)(1:2) IS NUMERIC
       AND TAR-CADUCIDAD(W-K)(4:2) IS NUMERIC
        MOVE TAR-CADUCIDAD(W-K)(1:2) TO W-FECHA-MES
        MOVE TAR-CADUCIDAD(W-K)(4:2) TO W-FECHA-ANIO
        ADD 2000 TO W-FECHA-ANIO
        IF W-FECHA-MES >= 1 AND W-FECHA-MES <= 12
            MOVE "N" TO W-BISIESTO
            IF FUNCTION MOD(W-FECHA-ANIO, 400) = 0
                MOVE "S" TO W-BISIESTO
            ELSE
                IF FUNCTION MOD(W-FECHA-ANIO, 4) = 0
                   AND FUNCTION MOD(W-FECHA-ANIO, 100) NOT = 0
                    MOVE "S" TO W-BISIESTO
                END-IF
            END-IF
            MOVE W-DIAS-MES(W-FECHA-MES) TO W-FECHA-MAX-DIA
            IF W-FECHA-MES = 2 AND W-BISIESTO = "S"
                MOVE 29 TO W-FECHA-MAX-DIA
            END-IF
            MOVE W-FECHA-ANIO    TO W-FECHA-COMP(1:4)
            MOVE W-FECHA-MES     TO W-FECHA-COMP(5:2)
            MOVE W-FECHA-MAX-DIA TO W-FECHA-COMP(7:2)
            MOVE W-FECHA-COMP TO W-FECHA-NUM
            MOVE SES-FECHA(1:4) TO W-FECHA-COMP(1:4)
            MOVE SES-FECHA(6:2) TO W-FECHA-COMP(5:2)
            MOVE SES-FECHA(9:2) TO W-FECHA-COMP(7:2)
            MOVE W-FECHA-COMP TO W-FECHA-NUM2
            COMPUTE W-DIAS-CAD =
                FUNCTION INTEGER-OF-DATE(W-FECHA-NUM)
                - FUNCTION INTEGER-OF-DATE(W-FECHA-NUM2)
        END-IF
    END-IF
    .

*> Cierre de dia: acumula los saldos para la liquidacion de intereses,
*> liquida intereses si la nueva fecha entra en un mes distinto,
*> avanza SES-FECHA al siguiente dia habil y revisa cuotas de
*> prestamo vencidas contra la fecha ya avanzada. Solo puede cerrarse
*> una vez por fecha de sesion (SES-ULT-CIERRE evita un doble cierre
*> del mismo dia).
CIERRE-DIA.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        PERFORM CIERRE-DIA-EJEC
    END-IF
    .

CIERRE-DIA-EJEC.
    IF SES-FECHA = SES-ULT-CIERRE
        DISPLAY " "
        DISPLAY "  ERROR: El dia " SES-FECHA " ya ha sido cerrado."
    ELSE
        DISPLAY " "
        DISPLAY "  === CIERRE DEL DIA " SES-FECHA " ==="
        DISPLAY "  Confirmar cierre del dia? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
*> El cierre exige una conciliacion previa: si no cuadra, solo un
*> supervisor puede dar el visto bueno para cerrar con discrepancias.
            PERFORM RECONCILIAR-SALDOS
            IF W-CONC-DIFS > ZEROS
                DISPLAY "  *** CIERRE BLOQUEADO: conciliacion con "
                        "discrepancias ***"
                PERFORM VERIFICAR-SUPERVISOR
                MOVE "N" TO W-RESP
                IF W-SUP-OK = "S"
                    DISPLAY "  Cerrar igualmente bajo visto bueno "
                            "del supervisor? (S/N): "
                            WITH NO ADVANCING
                    ACCEPT W-RESP
                    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                END-IF
            END-IF
        END-IF
        IF W-RESP = "S"
            PERFORM ACUMULAR-SALDOS-DIA
            DISPLAY "  Saldos acumulados para liquidacion de intereses."
            MOVE SES-FECHA TO SES-ULT-CIERRE
            MOVE SES-FECHA TO W-FECHA-TMP
            PERFORM SUMAR-UN-DIA
            MOVE W-FECHA-TMP TO SES-FECHA
*> La nueva fecha y el cierre quedan estampados en CONTROL.DAT en el
*> acto, junto con la fase 1 del cierre: si el programa cae durante
*> el resto del cierre, la proxima sesion no puede volver a cerrar
*> (y acumular) el mismo dia, pero si reanuda los pasos pendientes.
            MOVE 1 TO SES-CIERRE-FASE
            PERFORM GRABAR-CONTROL
            DISPLAY "  Nueva fecha de sesion: " SES-FECHA
            PERFORM EJECUTAR-PASOS-CIERRE
            ADD 1 TO SES-OPERACIONES
        ELSE
            DISPLAY "  Operacion cancelada"
        END-IF
    END-IF
    .

*> Archivado periodico de movimientos, solo supervisor: los apuntes
*> anteriores a la fecha de corte pasan de MOVIMIEN.DAT a
*> MOVHIST.DAT y cada cuenta afectada queda con un unico registro de
*> arrastre "SA" (importe cero, saldo tras operacion = saldo del
*> ultimo apunte archivado) en el fichero vivo. Los extractos siguen
*> cuadrando contra el fichero vivo y la conciliacion reconstruye el
*> tramo archivado desde MOVHIST.DAT, que ya leia.
ARCHIVAR-MOVIMIENTOS.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        PERFORM ARCHIVAR-MOVIMIENTOS-EJEC
    END-IF
    .

ARCHIVAR-MOVIMIENTOS-EJEC.
    DISPLAY " "
    DISPLAY "  === ARCHIVADO DE MOVIMIENTOS ==="
    DISPLAY "  Los apuntes ANTERIORES a la fecha de corte pasan"
    DISPLAY "  al historico MOVHIST.DAT."
    DISPLAY "  Fecha de corte (AAAA-MM-DD): " WITH NO ADVANCING
    ACCEPT W-ARC-CORTE
*> El corte no puede entrar en el mes de negocio en curso: el
*> extracto de tarjetas del proximo cierre de mes barre solo el
*> fichero vivo buscando las compras "CO" de ese mes, y archivarlas
*> antes de tiempo imprimiria extractos vacios cobrando igualmente.
    MOVE SES-FECHA TO W-FECHA-TMP
    MOVE "01" TO W-FECHA-TMP(9:2)
    IF W-ARC-CORTE = SPACES OR W-ARC-CORTE > W-FECHA-TMP
       OR W-ARC-CORTE(5:1) NOT = "-" OR W-ARC-CORTE(8:1) NOT = "-"
        DISPLAY "  ERROR: Fecha de corte no valida (como mucho, el "
                "dia 1 del mes de negocio en curso)"
    ELSE
        DISPLAY "  Confirmar archivado? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            MOVE "00" TO FS-MOV-HIST
            OPEN I-O ARCH-MOV-HIST
            IF FS-MOV-HIST = "35"
                OPEN OUTPUT ARCH-MOV-HIST
                CLOSE ARCH-MOV-HIST
                OPEN I-O ARCH-MOV-HIST
            END-IF
            IF FS-MOV-HIST NOT = "00"
                DISPLAY "  *** ERROR: MOVHIST.DAT no disponible "
                        "(estado " FS-MOV-HIST "); nada archivado ***"
            ELSE
                MOVE ZEROS TO W-ARC-TOTAL
                PERFORM INICIAR-BARRIDO-CTAS
                PERFORM LEER-CTA-SIGUIENTE
                PERFORM UNTIL W-FIN-CTAS = "S"
                    PERFORM ARCHIVAR-MOVS-CUENTA
                    PERFORM LEER-CTA-SIGUIENTE
                END-PERFORM
                CLOSE ARCH-MOV-HIST
                MOVE W-ARC-TOTAL TO D-CNT
                DISPLAY " "
                DISPLAY "  *** ARCHIVADO COMPLETADO ***"
                DISPLAY "  Apuntes archivados: " D-CNT
                MOVE "MOV" TO W-AUD-TIPO-REF
                MOVE SES-USUARIO TO W-AUD-REF-ID
                MOVE "ARCHIVA-MOVS" TO W-AUD-ACCION
                MOVE W-ARC-CORTE TO W-AUD-ANTES
                MOVE D-CNT TO W-AUD-DESPUES
                PERFORM REGISTRAR-AUDITORIA
                ADD 1 TO SES-OPERACIONES
            END-IF
        ELSE
            DISPLAY "  Operacion cancelada"
        END-IF
    END-IF
    .

*> Archiva los apuntes anteriores al corte de la cuenta en curso y,
*> si hubo alguno, deja su registro de arrastre. Un arrastre "SA" de
*> un archivado anterior que caiga antes del corte se elimina sin
*> copiarlo al historico (sera sustituido por el nuevo arrastre).
ARCHIVAR-MOVS-CUENTA.
    MOVE ZEROS TO W-ARC-CTA-CNT
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-CTA = CTA-NUM
           AND FD-MOV-FECHA < W-ARC-CORTE
            PERFORM ARCHIVAR-UN-MOV
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    IF W-ARC-CTA-CNT > ZEROS
*> El arrastre reutiliza el id del ultimo apunte archivado: conserva
*> el orden cronologico del barrido y su delta en la conciliacion es
*> cero (mismo saldo tras operacion que el tramo archivado).
        MOVE W-ARC-ULT-ID    TO FD-MOV-ID
        MOVE CTA-NUM         TO FD-MOV-CTA
        MOVE "SA"            TO FD-MOV-TIPO
        MOVE ZEROS           TO FD-MOV-IMPORTE
        MOVE W-ARC-ULT-SALDO TO FD-MOV-SALDO-TR
        MOVE "Saldo anterior (movs archivados)" TO FD-MOV-DESC
        MOVE W-ARC-ULT-FECHA TO FD-MOV-FECHA
        MOVE W-ARC-ULT-HORA  TO FD-MOV-HORA
        MOVE "ARRASTRE"      TO FD-MOV-REF
        MOVE "C"             TO FD-MOV-ESTADO
        MOVE SES-USUARIO     TO FD-MOV-USUARIO
        WRITE FD-MOV-REC
        IF FS-MOVIMIENTOS = "22"
            REWRITE FD-MOV-REC
        END-IF
        ADD 1 TO G-NUM-MOVS
        MOVE W-ARC-CTA-CNT TO D-CNT
        DISPLAY "  Cuenta " CTA-NUM ": " D-CNT
                " apuntes archivados"
    END-IF
    .

ARCHIVAR-UN-MOV.
    IF FD-MOV-TIPO NOT = "SA"
        MOVE FD-MOV-ID       TO FD-HIST-ID
        MOVE FD-MOV-CTA      TO FD-HIST-CTA
        MOVE FD-MOV-TIPO     TO FD-HIST-TIPO
        MOVE FD-MOV-IMPORTE  TO FD-HIST-IMPORTE
        MOVE FD-MOV-SALDO-TR TO FD-HIST-SALDO-TR
        MOVE FD-MOV-DESC     TO FD-HIST-DESC
        MOVE FD-MOV-FECHA    TO FD-HIST-FECHA
        MOVE FD-MOV-HORA     TO FD-HIST-HORA
        MOVE FD-MOV-REF      TO FD-HIST-REF
        MOVE FD-MOV-ESTADO   TO FD-HIST-ESTADO
        MOVE FD-MOV-USUARIO  TO FD-HIST-USUARIO
        WRITE FD-HIST-REC
        IF FS-MOV-HIST = "22"
            REWRITE FD-HIST-REC
        END-IF
    END-IF
    MOVE FD-MOV-ID       TO W-ARC-ULT-ID
    MOVE FD-MOV-SALDO-TR TO W-ARC-ULT-SALDO
    MOVE FD-MOV-FECHA    TO W-ARC-ULT-FECHA
    MOVE FD-MOV-HORA     TO W-ARC-ULT-HORA
    DELETE ARCH-MOVIMIENTOS RECORD
        INVALID KEY
            CONTINUE
    END-DELETE
    ADD 1 TO W-ARC-CTA-CNT
    ADD 1 TO W-ARC-TOTAL
    IF G-NUM-MOVS > ZEROS
        SUBTRACT 1 FROM G-NUM-MOVS
    END-IF
    .

*> Resumen de resultados del cierre, acotado al dia cerrado: los
*> asientos de las liquidaciones del propio cierre llevan ya la
*> nueva fecha de negocio y se reportaran en el resumen del dia
*> siguiente (si el periodo los incluyera aqui, los dos resumenes
*> consecutivos se solaparian un dia y esos ingresos contarian dos
*> veces).
INFORME-PYG-DIA.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  RESULTADOS DEL DIA CERRADO " SES-ULT-CIERRE
    DISPLAY LN-SEP2
    MOVE SES-ULT-CIERRE TO W-PYG-DESDE
    MOVE SES-ULT-CIERRE TO W-PYG-HASTA
    PERFORM RESUMEN-PYG
    .

*> Margen ganado por el mostrador de divisas en un periodo, a partir
*> de los asientos FXM del libro interno (uno por cada operacion FX
*> de compra o venta).
INF-MARGEN-FX.
    DISPLAY " "
    DISPLAY "  === MARGEN DE CAMBIO DE DIVISAS ==="
    DISPLAY "  Desde (AAAA-MM-DD): " WITH NO ADVANCING
    ACCEPT W-PYG-DESDE
    DISPLAY "  Hasta (AAAA-MM-DD): " WITH NO ADVANCING
    ACCEPT W-PYG-HASTA
    IF W-PYG-DESDE = SPACES OR W-PYG-HASTA = SPACES
       OR W-PYG-DESDE > W-PYG-HASTA
        DISPLAY "  ERROR: Periodo no valido"
    ELSE
        MOVE ZEROS TO W-CNT
        MOVE ZEROS TO W-ACUM
        MOVE "00" TO FS-LIBRO
        OPEN INPUT ARCH-LIBRO
        IF FS-LIBRO = "00"
            MOVE "START" TO W-RESP
            PERFORM UNTIL W-RESP = "F"
                READ ARCH-LIBRO
                    AT END
                        MOVE "F" TO W-RESP
                    NOT AT END
                        IF FD-LIB-CUENTA = "FXM"
                           AND FD-LIB-FECHA >= W-PYG-DESDE
                           AND FD-LIB-FECHA <= W-PYG-HASTA
                            ADD 1 TO W-CNT
                            ADD FD-LIB-IMPORTE TO W-ACUM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARCH-LIBRO
        END-IF
        DISPLAY " "
        DISPLAY LN-SEP2
        DISPLAY "  MARGEN FX  " W-PYG-DESDE " .. " W-PYG-HASTA
        DISPLAY LN-SEP2
        MOVE W-CNT TO D-CNT
        DISPLAY "  Operaciones FX con margen: " D-CNT
        MOVE W-ACUM TO D-IMP
        DISPLAY "  MARGEN TOTAL GANADO      : " D-IMP " EUR"
        DISPLAY LN-SEP2
    END-IF
    .

*> Cuenta de resultados del mes en curso (del dia 1 a la fecha de
*> negocio), a partir del libro interno.
INF-PYG-MES.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  RESULTADOS DEL MES EN CURSO - " SES-FECHA
    DISPLAY LN-SEP2
    MOVE SES-FECHA TO W-PYG-DESDE
    MOVE "01" TO W-PYG-DESDE(9:2)
    MOVE SES-FECHA TO W-PYG-HASTA
    PERFORM RESUMEN-PYG
    .

*> Vigilancia de efectivo y fraccionamiento: tras asentar un ingreso
*> o retiro de ventanilla en la cuenta en curso, comprueba las dos
*> reglas de alerta sobre el DNI: operacion unica por encima de
*> CFG-ALE-UMBRAL-OPER y suma de efectivo del DNI (todas las cuentas
*> en que interviene) en los ultimos CFG-ALE-DIAS-VENTANA dias por
*> encima de CFG-ALE-UMBRAL-VENTANA. Un abono exterior de la remesa
*> ("TI") solo se compara con CFG-ALE-UMBRAL-ABO. El DNI es el del
*> interviniente identificado si el llamador lo indica con
*> W-ALE-OPERANTE = "S" (retiros), y si no el titular de la cuenta.
*> Cada deteccion se anota en ALERTDIA.DAT; el cierre de dia las
*> consolida en ALERTAS.DAT. Usa W-TIPO-MOV, W-IMPORTE y W-REF-STR
*> del apunte recien asentado y conserva la cuenta en curso.
VIGILAR-EFECTIVO.
    MOVE "N" TO W-ALE-REGLA-OPER
    MOVE "N" TO W-ALE-REGLA-VENT
    MOVE ZEROS TO W-ALE-SUMA
    IF W-ALE-OPERANTE = "S"
        MOVE W-PAR-OPE-DNI TO W-ALE-DNI
    ELSE
        MOVE CTA-DNI TO W-ALE-DNI
    END-IF
    MOVE "N" TO W-ALE-OPERANTE
    IF W-TIPO-MOV = "TI"
        IF W-IMPORTE >= CFG-ALE-UMBRAL-ABO
            MOVE "S" TO W-ALE-REGLA-OPER
        END-IF
    ELSE
        IF W-IMPORTE >= CFG-ALE-UMBRAL-OPER
            MOVE "S" TO W-ALE-REGLA-OPER
        END-IF
    END-IF
    IF W-TIPO-MOV = "DE" OR W-TIPO-MOV = "RE"
        MOVE CTA-REG TO W-ALE-GUARDA
        PERFORM SUMAR-EFECTIVO-VENTANA
        MOVE W-ALE-GUARDA TO CTA-REG
        IF W-ALE-SUMA >= CFG-ALE-UMBRAL-VENTANA
            MOVE "S" TO W-ALE-REGLA-VENT
        END-IF
    END-IF
    IF W-ALE-REGLA-OPER = "S" OR W-ALE-REGLA-VENT = "S"
        PERFORM ANOTAR-ALERTA-DIA
    END-IF
    .

*> Suma en W-ALE-SUMA el efectivo ("DE"/"RE" no anulados) de todas
*> las cuentas en que interviene el DNI W-ALE-DNI (titular,
*> cotitular o autorizado) desde el inicio de la ventana.
SUMAR-EFECTIVO-VENTANA.
    MOVE CFG-ALE-DIAS-VENTANA TO W-DIAS-ATRAS
    SUBTRACT 1 FROM W-DIAS-ATRAS
    PERFORM CALC-FECHA-ATRAS
    MOVE ZEROS TO W-ALE-NCTAS
    MOVE W-ALE-DNI TO W-PAR-DNI
    PERFORM ABRIR-PARTICIP-LECTURA
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        PERFORM ROL-EN-CUENTA
        IF W-PAR-ROL NOT = SPACE AND W-ALE-NCTAS < 50
            ADD 1 TO W-ALE-NCTAS
            MOVE CTA-NUM TO ALE-CTA(W-ALE-NCTAS)
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    PERFORM CERRAR-PARTICIP-LECTURA
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-FECHA >= W-FECHA-DESDE
           AND (FD-MOV-TIPO = "DE" OR FD-MOV-TIPO = "RE")
           AND FD-MOV-ESTADO NOT = "A"
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-ALE-NCTAS
                IF ALE-CTA(W-J) = FD-MOV-CTA
                    ADD FD-MOV-IMPORTE TO W-ALE-SUMA
                END-IF
            END-PERFORM
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    .

ANOTAR-ALERTA-DIA.
    MOVE "00" TO FS-ALERTA-DIA
    OPEN EXTEND ARCH-ALERTA-DIA
    IF FS-ALERTA-DIA = "35"
        OPEN OUTPUT ARCH-ALERTA-DIA
    END-IF
    MOVE SES-FECHA        TO FD-ALD-FECHA
    MOVE SES-HORA         TO FD-ALD-HORA
    MOVE W-ALE-DNI        TO FD-ALD-DNI
    MOVE CTA-NUM          TO FD-ALD-CTA
    MOVE W-TIPO-MOV       TO FD-ALD-TIPO
    MOVE W-IMPORTE        TO FD-ALD-IMPORTE
    MOVE W-ALE-REGLA-OPER TO FD-ALD-REGLA-OPER
    MOVE W-ALE-REGLA-VENT TO FD-ALD-REGLA-VENT
    MOVE W-ALE-SUMA       TO FD-ALD-SUMA-VENT
    MOVE W-REF-STR        TO FD-ALD-REF
    MOVE SES-USUARIO      TO FD-ALD-USUARIO
    WRITE FD-ALD-REC
    CLOSE ARCH-ALERTA-DIA
    .

*> Consolidacion del cierre: las detecciones del dia pasan a
*> ALERTAS.DAT con una sola alerta abierta por DNI (si el DNI ya
*> tenia una abierta se actualiza; si no, se crea) y ALERTDIA.DAT
*> queda vacio para el dia siguiente.
CONSOLIDAR-ALERTAS.
    MOVE ZEROS TO W-CNT2
    MOVE ZEROS TO W-ALE-NUEVAS
    MOVE "00" TO FS-ALERTA-DIA
    OPEN INPUT ARCH-ALERTA-DIA
    IF FS-ALERTA-DIA = "00"
        MOVE "00" TO FS-ALERTAS
        OPEN I-O ARCH-ALERTAS
        IF FS-ALERTAS = "35"
            OPEN OUTPUT ARCH-ALERTAS
            CLOSE ARCH-ALERTAS
            OPEN I-O ARCH-ALERTAS
        END-IF
        MOVE "START" TO W-RESP
        PERFORM UNTIL W-RESP = "F"
            READ ARCH-ALERTA-DIA
                AT END
                    MOVE "F" TO W-RESP
                NOT AT END
                    ADD 1 TO W-CNT2
                    PERFORM INCORPORAR-ALERTA
            END-READ
        END-PERFORM
        CLOSE ARCH-ALERTAS
        CLOSE ARCH-ALERTA-DIA
        OPEN OUTPUT ARCH-ALERTA-DIA
        CLOSE ARCH-ALERTA-DIA
    END-IF
    IF W-CNT2 = ZEROS
        DISPLAY "  Sin alertas de efectivo en el dia."
    ELSE
        MOVE W-CNT2 TO D-CNT
        DISPLAY "  Detecciones de efectivo consolidadas: " D-CNT
        MOVE W-ALE-NUEVAS TO D-CNT
        DISPLAY "  Alertas nuevas abiertas              : " D-CNT
    END-IF
    .

*> Lleva la deteccion FD-ALD-REC a la alerta abierta de su DNI y de
*> su clase: los abonos exteriores ("TI") van a una alerta de motivo
*> "E" distinta de la de efectivo, para no mezclarlos.
INCORPORAR-ALERTA.
    IF FD-ALD-TIPO = "TI"
        MOVE "S" TO W-ALE-CLASE-ABO
    ELSE
        MOVE "N" TO W-ALE-CLASE-ABO
    END-IF
    MOVE "N" TO W-ALE-ENC
    MOVE ZEROS TO W-ALE-ID
    MOVE "N" TO W-ALE-FIN
    MOVE ZEROS TO FD-ALE-ID
    START ARCH-ALERTAS KEY NOT < FD-ALE-ID
        INVALID KEY
            MOVE "S" TO W-ALE-FIN
    END-START
    PERFORM UNTIL W-ALE-FIN = "S"
        READ ARCH-ALERTAS NEXT RECORD
            AT END
                MOVE "S" TO W-ALE-FIN
        END-READ
        IF W-ALE-FIN = "N" AND FS-ALERTAS NOT = "00"
            MOVE "S" TO W-ALE-FIN
        END-IF
        IF W-ALE-FIN = "N"
            IF FD-ALE-ID > G-ULT-ALE
                MOVE FD-ALE-ID TO G-ULT-ALE
            END-IF
            IF FD-ALE-DNI = FD-ALD-DNI AND FD-ALE-ESTADO = "A"
                IF (W-ALE-CLASE-ABO = "S" AND FD-ALE-MOTIVO = "E")
                   OR (W-ALE-CLASE-ABO = "N"
                       AND FD-ALE-MOTIVO NOT = "E")
                    MOVE "S" TO W-ALE-ENC
                    MOVE FD-ALE-ID TO W-ALE-ID
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF W-ALE-ENC = "S"
        MOVE W-ALE-ID TO FD-ALE-ID
        READ ARCH-ALERTAS RECORD
            INVALID KEY
                MOVE "N" TO W-ALE-ENC
        END-READ
    END-IF
    IF W-ALE-ENC = "N"
        ADD 1 TO G-ULT-ALE
        ADD 1 TO W-ALE-NUEVAS
        MOVE G-ULT-ALE    TO FD-ALE-ID
        MOVE FD-ALD-DNI   TO FD-ALE-DNI
        MOVE FD-ALD-FECHA TO FD-ALE-FECHA
        MOVE SPACE        TO FD-ALE-MOTIVO
        MOVE ZEROS        TO FD-ALE-NUM-OPS
        MOVE ZEROS        TO FD-ALE-IMP-MAX
        MOVE ZEROS        TO FD-ALE-SUMA-VENT
        MOVE "A"          TO FD-ALE-ESTADO
        MOVE SPACES       TO FD-ALE-COMENT
        MOVE SPACES       TO FD-ALE-RESUELTA
        MOVE SPACES       TO FD-ALE-FECHA-RES
    END-IF
    ADD 1 TO FD-ALE-NUM-OPS
    MOVE FD-ALD-FECHA TO FD-ALE-ULT-FECHA
    MOVE FD-ALD-REF   TO FD-ALE-ULT-REF
    IF FD-ALD-IMPORTE > FD-ALE-IMP-MAX
        MOVE FD-ALD-IMPORTE TO FD-ALE-IMP-MAX
    END-IF
    IF FD-ALD-SUMA-VENT > FD-ALE-SUMA-VENT
        MOVE FD-ALD-SUMA-VENT TO FD-ALE-SUMA-VENT
    END-IF
*> Motivo: U=operacion unica, V=acumulado en ventana, M=ambos,
*> E=abono exterior inusual.
    IF W-ALE-CLASE-ABO = "S"
        MOVE "E" TO FD-ALE-MOTIVO
    ELSE
      IF FD-ALD-REGLA-OPER = "S"
        IF FD-ALE-MOTIVO = "V" OR FD-ALD-REGLA-VENT = "S"
            MOVE "M" TO FD-ALE-MOTIVO
        ELSE
            IF FD-ALE-MOTIVO NOT = "M"
                MOVE "U" TO FD-ALE-MOTIVO
            END-IF
        END-IF
      ELSE
        IF FD-ALE-MOTIVO = "U" OR FD-ALE-MOTIVO = "M"
            MOVE "M" TO FD-ALE-MOTIVO
        ELSE
            MOVE "V" TO FD-ALE-MOTIVO
        END-IF
      END-IF
    END-IF
    IF W-ALE-ENC = "S"
        REWRITE FD-ALE-REC
    ELSE
        WRITE FD-ALE-REC
    END-IF
    .

*> Bandeja de alertas de efectivo abiertas: solo supervisor. Cada
*> alerta se descarta o se comunica (al organo de prevencion) con un
*> comentario obligatorio, y la resolucion queda en AUDIT.DAT.
GESTION-ALERTAS.
    PERFORM VERIFICAR-SUPERVISOR
    IF W-SUP-OK = "S"
        IF SES-ROL = "S"
            MOVE SES-USUARIO TO W-ALE-SUPERV
        ELSE
            MOVE OPE-ID(W-IDX-O) TO W-ALE-SUPERV
        END-IF
        PERFORM GESTION-ALERTAS-EJEC
    END-IF
    .

GESTION-ALERTAS-EJEC.
    MOVE "00" TO FS-ALERTAS
    OPEN I-O ARCH-ALERTAS
    IF FS-ALERTAS NOT = "00"
        DISPLAY "  No hay alertas de efectivo registradas."
    ELSE
        MOVE 1 TO W-ALE-ID
        PERFORM UNTIL W-ALE-ID = ZEROS
            PERFORM LISTAR-ALERTAS-ABIERTAS
            DISPLAY "  ID de alerta a resolver (0=salir): "
                    WITH NO ADVANCING
            ACCEPT W-ALE-ID
            IF W-ALE-ID NOT = ZEROS
                PERFORM RESOLVER-ALERTA
            END-IF
        END-PERFORM
        CLOSE ARCH-ALERTAS
    END-IF
    .

LISTAR-ALERTAS-ABIERTAS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  ALERTAS DE EFECTIVO ABIERTAS"
    DISPLAY "  Motivo: U=operacion unica V=acumulado M=ambos"
    DISPLAY "          E=abono exterior inusual (no es efectivo)"
    DISPLAY LN-SEP2
    DISPLAY "  ID     DNI        DESDE      M OPS   IMP.MAXIMO   ACUM.VENT."
    MOVE ZEROS TO W-CNT
    MOVE "N" TO W-ALE-FIN
    MOVE ZEROS TO FD-ALE-ID
    START ARCH-ALERTAS KEY NOT < FD-ALE-ID
        INVALID KEY
            MOVE "S" TO W-ALE-FIN
    END-START
    PERFORM UNTIL W-ALE-FIN = "S"
        READ ARCH-ALERTAS NEXT RECORD
            AT END
                MOVE "S" TO W-ALE-FIN
        END-READ
        IF W-ALE-FIN = "N" AND FS-ALERTAS NOT = "00"
            MOVE "S" TO W-ALE-FIN
        END-IF
        IF W-ALE-FIN = "N" AND FD-ALE-ESTADO = "A"
            ADD 1 TO W-CNT
            MOVE FD-ALE-NUM-OPS   TO D-CNT2
            MOVE FD-ALE-IMP-MAX   TO D-IMP
            MOVE FD-ALE-SUMA-VENT TO D-SALDO
            DISPLAY "  " FD-ALE-ID " " FD-ALE-DNI " " FD-ALE-FECHA
                    " " FD-ALE-MOTIVO " " D-CNT2 " " D-IMP " " D-SALDO
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  (sin alertas abiertas)"
    END-IF
    DISPLAY LN-SEP2
    .

RESOLVER-ALERTA.
    MOVE W-ALE-ID TO FD-ALE-ID
    READ ARCH-ALERTAS RECORD
        INVALID KEY
            MOVE "N" TO W-ALE-ENC
        NOT INVALID KEY
            MOVE "S" TO W-ALE-ENC
    END-READ
    IF W-ALE-ENC = "N"
        DISPLAY "  ERROR: Alerta no encontrada"
    ELSE
        IF FD-ALE-ESTADO NOT = "A"
            DISPLAY "  ERROR: La alerta ya esta resuelta ("
                    FD-ALE-ESTADO ")"
        ELSE
            DISPLAY "  DNI " FD-ALE-DNI "  ultima ref. " FD-ALE-ULT-REF
            DISPLAY "  D=Descartar  R=Comunicar  (otra=volver): "
                    WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP = "D" OR W-RESP = "R"
                DISPLAY "  Comentario: " WITH NO ADVANCING
                ACCEPT W-ALE-COMENT
                IF W-ALE-COMENT = SPACES
                    DISPLAY "  ERROR: El comentario es obligatorio"
                ELSE
                    MOVE W-RESP       TO FD-ALE-ESTADO
                    MOVE W-ALE-COMENT TO FD-ALE-COMENT
                    MOVE W-ALE-SUPERV TO FD-ALE-RESUELTA
                    MOVE SES-FECHA    TO FD-ALE-FECHA-RES
                    REWRITE FD-ALE-REC
                    MOVE "ALE" TO W-AUD-TIPO-REF
                    MOVE FD-ALE-ID TO W-AUD-REF-ID
                    IF W-RESP = "D"
                        MOVE "DESCARTA-ALERTA" TO W-AUD-ACCION
                        DISPLAY "  Alerta " FD-ALE-ID " descartada."
                    ELSE
                        MOVE "COMUNICA-ALERTA" TO W-AUD-ACCION
                        DISPLAY "  Alerta " FD-ALE-ID " comunicada."
                    END-IF
                    MOVE FD-ALE-DNI TO W-AUD-ANTES
                    MOVE W-ALE-COMENT TO W-AUD-DESPUES
                    PERFORM REGISTRAR-AUDITORIA
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> Paso de cierre: por cada orden de embargo activa se traspasa a la
*> autoridad el saldo de la cuenta que excede del minimo inembargable
*> (lo ingresado y retenido), hasta cubrir lo que falta de la orden.
*> El traspaso es un cargo "EM" en la cuenta y queda como deuda con
*> la autoridad en la cuenta EMB del libro (sentido "P"). Cubierta la
*> orden, se da por cumplida y la retencion se levanta.
EJECUTAR-EMBARGOS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  TRASPASO DE FONDOS EMBARGADOS - " SES-FECHA
    DISPLAY LN-SEP2
    MOVE ZEROS TO W-EMB-CNT
    MOVE ZEROS TO W-EMB-TOT-RET
    MOVE "00" TO FS-EMBARGOS
    OPEN I-O ARCH-EMBARGOS
    IF FS-EMBARGOS = "00"
        MOVE "N" TO W-EMB-FIN
        PERFORM UNTIL W-EMB-FIN = "S"
            READ ARCH-EMBARGOS NEXT RECORD
                AT END
                    MOVE "S" TO W-EMB-FIN
            END-READ
            IF W-EMB-FIN = "N" AND FS-EMBARGOS NOT = "00"
                MOVE "S" TO W-EMB-FIN
            END-IF
            IF W-EMB-FIN = "N" AND FD-EMB-ESTADO = "A"
                PERFORM TRASPASAR-EMBARGO
            END-IF
        END-PERFORM
        CLOSE ARCH-EMBARGOS
    END-IF
    DISPLAY LN-SEP2
    MOVE W-EMB-CNT TO D-CNT
    MOVE W-EMB-TOT-RET TO D-IMP
    DISPLAY "  Traspasos: " D-CNT "   Total: " D-IMP " EUR"
    .

TRASPASAR-EMBARGO.
    MOVE FD-EMB-CTA TO W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    MOVE ZEROS TO W-EMB-TRASPASO
    IF W-ENCONTRADO = "S" AND CTA-SALDO > CFG-EMB-MINIMO
        COMPUTE W-EMB-TRASPASO = CTA-SALDO - CFG-EMB-MINIMO
        COMPUTE W-EMB-PDTE = FD-EMB-ORDENADO - FD-EMB-RETENIDO
        IF W-EMB-TRASPASO > W-EMB-PDTE
            MOVE W-EMB-PDTE TO W-EMB-TRASPASO
        END-IF
    END-IF
    IF W-EMB-TRASPASO > ZEROS
        SUBTRACT W-EMB-TRASPASO FROM CTA-SALDO
        ADD W-EMB-TRASPASO TO CTA-TOT-SAL
        IF CTA-SALDO < CTA-SALDO-MIN
            MOVE CTA-SALDO TO CTA-SALDO-MIN
        END-IF
        MOVE W-EMB-TRASPASO TO W-IMPORTE
        MOVE SPACES TO W-DESC
        STRING "Embargo exp. " FD-EMB-EXPEDIENTE
            DELIMITED BY SIZE INTO W-DESC
        MOVE "EM" TO W-TIPO-MOV
        PERFORM REG-MOV
        PERFORM GRABAR-CTA-DIRECTO
        MOVE "EMB" TO W-LIB-CUENTA
        MOVE "P" TO W-LIB-DH
        MOVE W-EMB-TRASPASO TO W-LIB-IMPORTE
        PERFORM ASENTAR-LIBRO
        ADD W-EMB-TRASPASO TO FD-EMB-RETENIDO
        ADD W-EMB-TRASPASO TO W-EMB-TOT-RET
        ADD 1 TO W-EMB-CNT
        MOVE W-EMB-TRASPASO TO D-IMP
        DISPLAY "  " CTA-NUM "  " FD-EMB-EXPEDIENTE
                "  -" D-IMP " EUR"
        IF FD-EMB-RETENIDO >= FD-EMB-ORDENADO
            MOVE "L" TO FD-EMB-ESTADO
            MOVE SES-FECHA TO FD-EMB-FECHA-FIN
            MOVE "CTA" TO W-AUD-TIPO-REF
            MOVE CTA-NUM TO W-AUD-REF-ID
            MOVE "LEVANTA-EMBARGO" TO W-AUD-ACCION
            MOVE FD-EMB-EXPEDIENTE TO W-AUD-ANTES
            MOVE "Orden cumplida" TO W-AUD-DESPUES
            PERFORM REGISTRAR-AUDITORIA
            DISPLAY "     orden cumplida: retencion levantada"
        END-IF
        REWRITE FD-EMB-REC
    END-IF
    .

*> Informe impreso de las ordenes de embargo activas: importe
*> ordenado frente a lo ya retenido y traspasado a la autoridad.
INF-EMBARGOS.
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  ORDENES DE EMBARGO ACTIVAS - " SES-FECHA
    DISPLAY LN-SEP2
    PERFORM ABRIR-IMPRESION
    STRING "ORDENES DE EMBARGO ACTIVAS - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "CUENTA   SEC AUTORIDAD            EXPEDIENTE          "
        "    ORDENADO      RETENIDO ALTA"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE ZEROS TO W-EMB-CNT
    MOVE ZEROS TO W-EMB-TOT-ORD
    MOVE ZEROS TO W-EMB-TOT-RET
    MOVE "00" TO FS-EMBARGOS
    OPEN INPUT ARCH-EMBARGOS
    IF FS-EMBARGOS = "00"
        MOVE "N" TO W-EMB-FIN
        PERFORM UNTIL W-EMB-FIN = "S"
            READ ARCH-EMBARGOS NEXT RECORD
                AT END
                    MOVE "S" TO W-EMB-FIN
            END-READ
            IF W-EMB-FIN = "N" AND FS-EMBARGOS NOT = "00"
                MOVE "S" TO W-EMB-FIN
            END-IF
            IF W-EMB-FIN = "N" AND FD-EMB-ESTADO = "A"
                ADD 1 TO W-EMB-CNT
                ADD FD-EMB-ORDENADO TO W-EMB-TOT-ORD
                ADD FD-EMB-RETENIDO TO W-EMB-TOT-RET
                MOVE FD-EMB-ORDENADO TO D-IMP
                MOVE FD-EMB-RETENIDO TO D-IMP2
                STRING FD-EMB-CTA " " FD-EMB-SEC " "
                    FD-EMB-AUTORIDAD(1:20) " " FD-EMB-EXPEDIENTE
                    " " D-IMP " " D-IMP2 " " FD-EMB-FECHA-ALTA
                    DELIMITED BY SIZE INTO W-LINEA-PRN
                DISPLAY "  " W-LINEA-PRN
                PERFORM ESCRIBIR-PRN
            END-IF
        END-PERFORM
        CLOSE ARCH-EMBARGOS
    END-IF
    MOVE W-EMB-CNT TO D-CNT
    MOVE W-EMB-TOT-ORD TO D-IMP
    MOVE W-EMB-TOT-RET TO D-IMP2
    STRING "TOTAL ORDENES: " D-CNT "  ORDENADO: " D-IMP
        " EUR  RETENIDO: " D-IMP2 " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    DISPLAY LN-SEP2
    DISPLAY "  " W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM CERRAR-IMPRESION
    .

*> Lote mensual de cuentas inactivas (cierre del dia 1): toma la
*> ultima actividad del cliente de cada cuenta abierta en MOVHIST.DAT
*> y MOVIMIEN.DAT (los apuntes que genera el propio banco no cuentan),
*> marca inactivas las que llevan CFG-INA-MESES meses sin actividad,
*> traspasa a fondos no reclamados el saldo de las que superan
*> CFG-INA-MESES-TRASP meses e imprime el informe de inactivas.
DETECTAR-CUENTAS-INACTIVAS.
    MOVE CFG-INA-MESES TO W-INA-MESES
    PERFORM INA-FECHA-MESES-ATRAS
    MOVE W-FECHA-DESDE TO W-INA-CORTE
    MOVE CFG-INA-MESES-TRASP TO W-INA-MESES
    PERFORM INA-FECHA-MESES-ATRAS
    MOVE W-FECHA-DESDE TO W-INA-CORTE-TRASP
    PERFORM INA-CARGAR-CUENTAS
    PERFORM INA-ACTIVIDAD-HISTORICO
    PERFORM INA-ACTIVIDAD-MOVIMIENTOS
    MOVE ZEROS TO W-INA-NUEVAS
    MOVE ZEROS TO W-INA-CNT-TRASP
    MOVE ZEROS TO W-INA-TOT-TRASP
    PERFORM VARYING W-INA-I FROM 1 BY 1
        UNTIL W-INA-I > W-INA-NUM
        PERFORM INA-TRATAR-CUENTA
    END-PERFORM
    MOVE W-INA-NUEVAS TO D-CNT
    DISPLAY "  Cuentas marcadas inactivas: " D-CNT
    MOVE W-INA-CNT-TRASP TO D-CNT
    MOVE W-INA-TOT-TRASP TO D-IMP
    DISPLAY "  Saldos traspasados a no reclamados: " D-CNT
            "  " D-IMP " EUR"
    IF W-INA-FUERA > ZEROS
        MOVE W-INA-FUERA TO D-CNT
        DISPLAY "  *** " D-CNT " cuentas sin revisar: supera "
                "CFG-INA-MAX-CTAS ***"
    END-IF
    PERFORM INA-IMPRIMIR-INFORME
    .

*> W-FECHA-DESDE = SES-FECHA menos W-INA-MESES meses naturales (el
*> dia se lleva al 28 si pasa de el, para que la fecha exista).
INA-FECHA-MESES-ATRAS.
    MOVE SES-FECHA(1:4) TO W-INA-ANIO
    MOVE SES-FECHA(6:2) TO W-INA-MES
    MOVE SES-FECHA(9:2) TO W-INA-DIA
    IF W-INA-DIA > "28"
        MOVE "28" TO W-INA-DIA
    END-IF
    COMPUTE W-INA-TOTMES = W-INA-ANIO * 12 + W-INA-MES - 1
        - W-INA-MESES
    DIVIDE W-INA-TOTMES BY 12 GIVING W-INA-ANIO
        REMAINDER W-INA-MES
    ADD 1 TO W-INA-MES
    MOVE SPACES TO W-FECHA-DESDE
    STRING W-INA-ANIO "-" W-INA-MES "-" W-INA-DIA
        DELIMITED BY SIZE INTO W-FECHA-DESDE
    .

*> Tabla de cuentas abiertas en orden de numero (el del barrido),
*> con la fecha de apertura como primera actividad.
INA-CARGAR-CUENTAS.
    MOVE ZEROS TO W-INA-NUM
    MOVE ZEROS TO W-INA-FUERA
    PERFORM INICIAR-BARRIDO-CTAS
    PERFORM LEER-CTA-SIGUIENTE
    PERFORM UNTIL W-FIN-CTAS = "S"
        IF CTA-ACTIVA = "S"
            IF W-INA-NUM < CFG-INA-MAX-CTAS
                ADD 1 TO W-INA-NUM
                MOVE CTA-NUM       TO ACT-CTA(W-INA-NUM)
                MOVE CTA-FECHA-APT TO ACT-ULT(W-INA-NUM)
            ELSE
                ADD 1 TO W-INA-FUERA
            END-IF
        END-IF
        PERFORM LEER-CTA-SIGUIENTE
    END-PERFORM
    .

INA-ACTIVIDAD-HISTORICO.
    MOVE "00" TO FS-MOV-HIST
    OPEN INPUT ARCH-MOV-HIST
    IF FS-MOV-HIST = "00"
        MOVE "N" TO W-INA-FIN
        PERFORM UNTIL W-INA-FIN = "S"
            READ ARCH-MOV-HIST NEXT RECORD
                AT END
                    MOVE "S" TO W-INA-FIN
            END-READ
            IF W-INA-FIN = "N" AND FS-MOV-HIST NOT = "00"
                MOVE "S" TO W-INA-FIN
            END-IF
            IF W-INA-FIN = "N" AND FD-HIST-ESTADO NOT = "A"
                MOVE FD-HIST-TIPO  TO W-INA-TIPO
                MOVE FD-HIST-DESC  TO W-INA-DESC-MOV
                MOVE FD-HIST-CTA   TO W-INA-BUSCA-CTA
                MOVE FD-HIST-FECHA TO W-INA-FECHA-MOV
                PERFORM INA-ANOTAR-ACTIVIDAD
            END-IF
        END-PERFORM
        CLOSE ARCH-MOV-HIST
    END-IF
    .

INA-ACTIVIDAD-MOVIMIENTOS.
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-ESTADO NOT = "A"
            MOVE FD-MOV-TIPO  TO W-INA-TIPO
            MOVE FD-MOV-DESC  TO W-INA-DESC-MOV
            MOVE FD-MOV-CTA   TO W-INA-BUSCA-CTA
            MOVE FD-MOV-FECHA TO W-INA-FECHA-MOV
            PERFORM INA-ANOTAR-ACTIVIDAD
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    .

INA-ANOTAR-ACTIVIDAD.
    PERFORM INA-ES-ACTIVIDAD-CLIENTE
    IF W-INA-ES-ACT = "S"
        PERFORM INA-BUSCAR-EN-TABLA
        IF W-INA-POS > ZEROS
            IF W-INA-FECHA-MOV > ACT-ULT(W-INA-POS)
                MOVE W-INA-FECHA-MOV TO ACT-ULT(W-INA-POS)
            END-IF
        END-IF
    END-IF
    .

*> Solo cuenta como actividad lo que ordena el propio cliente, incluidos
*> los pagos en ventanilla de recibos, cuotas y mora. No lo son los
*> apuntes del banco (intereses, retenciones, arrastres "SA",
*> liquidaciones, domiciliaciones, cuotas cobradas y mora cobrada en
*> el cierre, embargos, anulaciones, abonos y cargos de disputa) ni lo
*> que recibe de terceros (transferencias, Bizum, exterior, pagos de
*> empresa).
INA-ES-ACTIVIDAD-CLIENTE.
    MOVE "N" TO W-INA-ES-ACT
    EVALUATE W-INA-TIPO
        WHEN "DE"
        WHEN "RE"
        WHEN "CO"
        WHEN "FX"
        WHEN "TE"
        WHEN "PM"
        WHEN "PR"
        WHEN "AM"
        WHEN "PF"
            MOVE "S" TO W-INA-ES-ACT
        WHEN "TR"
            IF W-INA-DESC-MOV NOT = "Transferencia recibida"
                MOVE "S" TO W-INA-ES-ACT
            END-IF
        WHEN "BZ"
            IF W-INA-DESC-MOV NOT = "Bizum recibido"
                MOVE "S" TO W-INA-ES-ACT
            END-IF
        WHEN "RC"
            IF W-INA-DESC-MOV(1:14) NOT = "Domiciliacion "
                MOVE "S" TO W-INA-ES-ACT
            END-IF
        WHEN "PQ"
            IF W-INA-DESC-MOV = "Pago cuota prestamo"
                MOVE "S" TO W-INA-ES-ACT
            END-IF
        WHEN "MO"
            IF W-INA-DESC-MOV = "Regularizacion mora ventanilla"
                MOVE "S" TO W-INA-ES-ACT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Busqueda binaria de W-INA-BUSCA-CTA en TBL-ACTIVIDAD (ordenada por
*> cuenta); W-INA-POS queda a cero si la cuenta no esta.
INA-BUSCAR-EN-TABLA.
    MOVE ZEROS TO W-INA-POS
    MOVE 1 TO W-INA-INI
    MOVE W-INA-NUM TO W-INA-ULT
    PERFORM UNTIL W-INA-INI > W-INA-ULT OR W-INA-POS > ZEROS
        COMPUTE W-INA-MED = (W-INA-INI + W-INA-ULT) / 2
        EVALUATE TRUE
            WHEN ACT-CTA(W-INA-MED) = W-INA-BUSCA-CTA
                MOVE W-INA-MED TO W-INA-POS
            WHEN ACT-CTA(W-INA-MED) < W-INA-BUSCA-CTA
                COMPUTE W-INA-INI = W-INA-MED + 1
            WHEN OTHER
                COMPUTE W-INA-ULT = W-INA-MED - 1
        END-EVALUATE
    END-PERFORM
    .

*> Una reactivacion cuenta como actividad desde su fecha. Una cuenta
*> ya inactiva solo sale de ese estado por reactivacion del supervisor,
*> aunque haya recibido ingresos despues.
INA-TRATAR-CUENTA.
    MOVE ACT-CTA(W-INA-I) TO W-BUSCAR-NRO
    PERFORM BUSCAR-CTA
    IF W-ENCONTRADO = "S"
        PERFORM BUSCAR-INACTIVA
        IF INA-FECHA-REACT NOT = SPACES
           AND INA-FECHA-REACT > ACT-ULT(W-INA-I)
            MOVE INA-FECHA-REACT TO ACT-ULT(W-INA-I)
        END-IF
        IF W-INA-INACTIVA = "N"
           AND ACT-ULT(W-INA-I) < W-INA-CORTE
            PERFORM INA-MARCAR-CUENTA
        END-IF
        IF W-INA-INACTIVA = "S"
            MOVE ACT-ULT(W-INA-I) TO INA-ULT-ACT
            IF ACT-ULT(W-INA-I) < W-INA-CORTE-TRASP
                PERFORM INA-TRASPASAR-SALDO
            END-IF
            PERFORM GRABAR-INACTIVA
        END-IF
    END-IF
    .

INA-MARCAR-CUENTA.
    MOVE "D" TO INA-ESTADO
    MOVE SES-FECHA TO INA-FECHA
    MOVE "S" TO W-INA-INACTIVA
    ADD 1 TO W-INA-NUEVAS
    DISPLAY "  Cuenta " CTA-NUM " inactiva: sin actividad desde "
            ACT-ULT(W-INA-I)
    MOVE "CTA" TO W-AUD-TIPO-REF
    MOVE CTA-NUM TO W-AUD-REF-ID
    MOVE "MARCA-INACTIVA" TO W-AUD-ACCION
    MOVE SPACES TO W-AUD-ANTES
    STRING "ULT.ACTIVIDAD " ACT-ULT(W-INA-I)
        DELIMITED BY SIZE INTO W-AUD-ANTES
    MOVE "INACTIVA" TO W-AUD-DESPUES
    PERFORM REGISTRAR-AUDITORIA
    .

*> El saldo libre (lo retenido por embargo sigue afecto a la orden)
*> sale de la cuenta con un apunte "AB" y queda como deuda del banco
*> en la cuenta "ABA" del libro hasta que el titular o el Estado lo
*> reclamen.
INA-TRASPASAR-SALDO.
    PERFORM CALC-BLOQUEO-EMBARGO
    IF W-EMB-DISPONIBLE > ZEROS
        MOVE W-EMB-DISPONIBLE TO W-IMPORTE
        PERFORM CARGAR-CON-DESCUBIERTO
        MOVE "Traspaso saldo inactivo a no reclamados" TO W-DESC
        MOVE "AB" TO W-TIPO-MOV
        PERFORM REG-MOV
        MOVE "ABA" TO W-LIB-CUENTA
        MOVE "P" TO W-LIB-DH
        MOVE W-IMPORTE TO W-LIB-IMPORTE
        PERFORM ASENTAR-LIBRO
        MOVE "T" TO INA-ESTADO
        ADD W-IMPORTE TO INA-TRASPASADO
        MOVE SES-FECHA TO INA-FECHA-TRASP
        ADD 1 TO W-INA-CNT-TRASP
        ADD W-IMPORTE TO W-INA-TOT-TRASP
        MOVE W-IMPORTE TO D-IMP
        DISPLAY "  Cuenta " CTA-NUM " traspasa " D-IMP
                " EUR a fondos no reclamados"
        MOVE "CTA" TO W-AUD-TIPO-REF
        MOVE CTA-NUM TO W-AUD-REF-ID
        MOVE "TRASPASO-NO-RECLAMADO" TO W-AUD-ACCION
        MOVE SPACES TO W-AUD-ANTES
        STRING "ULT.ACTIVIDAD " INA-ULT-ACT
            DELIMITED BY SIZE INTO W-AUD-ANTES
        MOVE D-IMP TO W-AUD-DESPUES
        PERFORM REGISTRAR-AUDITORIA
    END-IF
    .

*> Informe de cuentas inactivas a pedido: mismos plazos que el lote.
INF-CUENTAS-INACTIVAS.
    MOVE CFG-INA-MESES-TRASP TO W-INA-MESES
    PERFORM INA-FECHA-MESES-ATRAS
    MOVE W-FECHA-DESDE TO W-INA-CORTE-TRASP
    PERFORM INA-IMPRIMIR-INFORME
    .

*> Lista las cuentas inactivas de INACTIVA.DAT con su ultima actividad,
*> su saldo y si procede traspasarlo (SI), ya se traspaso (fecha) o
*> aun no toca (NO).
INA-IMPRIMIR-INFORME.
    MOVE CFG-INA-MESES TO D-CNT2
    MOVE CFG-INA-MESES-TRASP TO D-CNT
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  CUENTAS INACTIVAS - " SES-FECHA
    DISPLAY "  (inactiva tras " D-CNT2 " meses; traspaso tras " D-CNT
            " meses)"
    DISPLAY LN-SEP2
    PERFORM ABRIR-IMPRESION
    STRING "INFORME DE CUENTAS INACTIVAS - " CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "INACTIVA TRAS " D-CNT2 " MESES SIN ACTIVIDAD DEL CLIENTE; "
        "TRASPASO A NO RECLAMADOS TRAS " D-CNT " MESES"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "CUENTA   TITULAR                  ULT.ACTIV.         SALDO"
        " INACT.DESDE TRASPASO"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE ZEROS TO W-INA-CNT
    MOVE ZEROS TO W-INA-CNT-DEBE
    MOVE ZEROS TO W-INA-TOT-SALDO
    MOVE ZEROS TO W-INA-TOT-DEBE
    MOVE "00" TO FS-INACTIVAS
    OPEN INPUT ARCH-INACTIVAS
    IF FS-INACTIVAS = "00"
        MOVE "N" TO W-INA-FIN
        PERFORM UNTIL W-INA-FIN = "S"
            READ ARCH-INACTIVAS NEXT RECORD
                AT END
                    MOVE "S" TO W-INA-FIN
            END-READ
            IF W-INA-FIN = "N" AND FS-INACTIVAS NOT = "00"
                MOVE "S" TO W-INA-FIN
            END-IF
            IF W-INA-FIN = "N"
               AND (FD-INA-ESTADO = "D" OR FD-INA-ESTADO = "T")
                MOVE FD-INA-CTA TO W-BUSCAR-NRO
                PERFORM BUSCAR-CTA
                IF W-ENCONTRADO = "S"
                    PERFORM INA-LINEA-INFORME
                END-IF
            END-IF
        END-PERFORM
        CLOSE ARCH-INACTIVAS
    END-IF
    MOVE W-INA-CNT TO D-CNT
    MOVE W-INA-TOT-SALDO TO D-IMP
    STRING "TOTAL CUENTAS INACTIVAS: " D-CNT "  SALDO: " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    DISPLAY LN-SEP2
    DISPLAY "  " W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    MOVE W-INA-CNT-DEBE TO D-CNT
    MOVE W-INA-TOT-DEBE TO D-IMP
    STRING "PENDIENTES DE TRASPASO:  " D-CNT "  SALDO: " D-IMP " EUR"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    DISPLAY "  " W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM CERRAR-IMPRESION
    .

INA-LINEA-INFORME.
    ADD 1 TO W-INA-CNT
    ADD CTA-SALDO TO W-INA-TOT-SALDO
    MOVE SPACES TO W-INA-TRASP-TXT
    EVALUATE TRUE
        WHEN FD-INA-ULT-ACT < W-INA-CORTE-TRASP
             AND CTA-SALDO > ZEROS
            MOVE "SI" TO W-INA-TRASP-TXT
            ADD 1 TO W-INA-CNT-DEBE
            ADD CTA-SALDO TO W-INA-TOT-DEBE
        WHEN FD-INA-ESTADO = "T"
            STRING "HECHO " FD-INA-FECHA-TRASP
                DELIMITED BY SIZE INTO W-INA-TRASP-TXT
        WHEN OTHER
            MOVE "NO" TO W-INA-TRASP-TXT
    END-EVALUATE
    MOVE CTA-SALDO TO D-SALDO
    STRING CTA-NUM " " CTA-TITULAR(1:24) " " FD-INA-ULT-ACT " "
        D-SALDO " " FD-INA-FECHA "  " W-INA-TRASP-TXT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    DISPLAY "  " W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    .

*> Avisos por umbral sobre la actividad del dia cerrado (SES-ULT-
*> CIERRE): cada movimiento igual o superior al umbral del titular y,
*> una sola vez por cuenta, el saldo final por debajo de su minimo.
*> Despues, recuento por evento de todos los avisos del cierre.
NOTIFICAR-UMBRALES.
    MOVE ZEROS TO W-NOT-NUM-AVI
    PERFORM INICIAR-BARRIDO-MOVS
    PERFORM LEER-MOV-SIGUIENTE
    PERFORM UNTIL W-FIN-MOVS = "S"
        IF FD-MOV-FECHA = SES-ULT-CIERRE
           AND FD-MOV-ESTADO NOT = "A"
            PERFORM NOTIFICAR-UMBRAL-MOV
        END-IF
        PERFORM LEER-MOV-SIGUIENTE
    END-PERFORM
    MOVE SES-FECHA TO W-NOT-FECHA
    PERFORM CONTAR-NOTIFICACIONES
    IF W-NOT-TOTAL = ZEROS
        DISPLAY "  Sin avisos a clientes en este cierre."
    ELSE
        DISPLAY "  Avisos a clientes del cierre por evento:"
        PERFORM VARYING W-NOT-I FROM 1 BY 1 UNTIL W-NOT-I > 8
            IF NEV-CNT(W-NOT-I) > ZEROS
                MOVE NEV-CNT(W-NOT-I) TO D-CNT
                DISPLAY "    " NEV-COD(W-NOT-I) " "
                        NEV-NOMBRE(W-NOT-I) " " D-CNT
            END-IF
        END-PERFORM
        MOVE W-NOT-TOTAL TO D-CNT
        DISPLAY "    Total avisos:                  " D-CNT
    END-IF
    .

NOTIFICAR-UMBRAL-MOV.
    MOVE FD-MOV-CTA TO W-BUSCAR-NRO
    PERFORM BUSCAR-CTA-DESTINO
    IF W-ENCONTRADO = "S" AND CTB-ACTIVA = "S"
        MOVE CTB-DNI TO W-NOT-DNI
        MOVE CTB-NUM TO W-NOT-CTA
        PERFORM LEER-PREF-AVISOS
        MOVE FD-MOV-IMPORTE TO W-NOT-IMPORTE
        IF W-PNT-MOV-MAX > ZEROS
           AND W-NOT-IMPORTE >= W-PNT-MOV-MAX
            MOVE W-NOT-IMPORTE TO D-IMP
            MOVE "MIM" TO W-NOT-EVENTO
            MOVE SPACES TO W-NOT-TEXTO
            STRING "Movimiento de " D-IMP " EUR en cta " CTB-NUM
                ": " FD-MOV-DESC(1:30)
                DELIMITED BY SIZE INTO W-NOT-TEXTO
            PERFORM ENCOLAR-NOTIFICACION
        END-IF
        IF W-PNT-SALDO-MIN > ZEROS
           AND CTB-SALDO < W-PNT-SALDO-MIN
            MOVE "N" TO W-NOT-AVISADA
            PERFORM VARYING W-NOT-I FROM 1 BY 1
                UNTIL W-NOT-I > W-NOT-NUM-AVI
                IF NOT-AVI-CTA(W-NOT-I) = CTB-NUM
                    MOVE "S" TO W-NOT-AVISADA
                END-IF
            END-PERFORM
            IF W-NOT-AVISADA = "N"
                IF W-NOT-NUM-AVI < 500
                    ADD 1 TO W-NOT-NUM-AVI
                    MOVE CTB-NUM TO NOT-AVI-CTA(W-NOT-NUM-AVI)
                END-IF
                MOVE CTB-SALDO TO D-SALDO
                MOVE W-PNT-SALDO-MIN TO D-IMP
                MOVE "SBA" TO W-NOT-EVENTO
                MOVE SPACES TO W-NOT-TEXTO
                STRING "Saldo bajo en cta " CTB-NUM ": " D-SALDO
                    " EUR (minimo " D-IMP ")"
                    DELIMITED BY SIZE INTO W-NOT-TEXTO
                PERFORM ENCOLAR-NOTIFICACION
            END-IF
        END-IF
    END-IF
    .

*> Cuenta por evento los avisos de NOTIFICA.DAT con fecha W-NOT-FECHA
*> (un aviso enviado por dos canales cuenta dos veces).
CONTAR-NOTIFICACIONES.
    MOVE "RIM" TO NEV-COD(1)
    MOVE "Recibo impagado"            TO NEV-NOMBRE(1)
    MOVE "MOR" TO NEV-COD(2)
    MOVE "Cuota de prestamo impagada" TO NEV-NOMBRE(2)
    MOVE "PFV" TO NEV-COD(3)
    MOVE "Plazo fijo vencido"         TO NEV-NOMBRE(3)
    MOVE "PFR" TO NEV-COD(4)
    MOVE "Plazo fijo renovado"        TO NEV-NOMBRE(4)
    MOVE "TRN" TO NEV-COD(5)
    MOVE "Tarjeta renovada"           TO NEV-NOMBRE(5)
    MOVE "EXT" TO NEV-COD(6)
    MOVE "Extracto de tarjeta"        TO NEV-NOMBRE(6)
    MOVE "SBA" TO NEV-COD(7)
    MOVE "Saldo bajo"                 TO NEV-NOMBRE(7)
    MOVE "MIM" TO NEV-COD(8)
    MOVE "Movimiento importante"      TO NEV-NOMBRE(8)
    PERFORM VARYING W-NOT-I FROM 1 BY 1 UNTIL W-NOT-I > 8
        MOVE ZEROS TO NEV-CNT(W-NOT-I)
    END-PERFORM
    MOVE ZEROS TO W-NOT-TOTAL
    MOVE "00" TO FS-NOTIFICA
    OPEN INPUT ARCH-NOTIFICA
    IF FS-NOTIFICA = "00"
        MOVE "N" TO W-NOT-FIN
        PERFORM UNTIL W-NOT-FIN = "S"
            READ ARCH-NOTIFICA
                AT END
                    MOVE "S" TO W-NOT-FIN
                NOT AT END
                    IF FD-NOT-FECHA = W-NOT-FECHA
                        ADD 1 TO W-NOT-TOTAL
                        PERFORM VARYING W-NOT-I FROM 1 BY 1
                            UNTIL W-NOT-I > 8
                            IF NEV-COD(W-NOT-I) = FD-NOT-EVENTO
                                ADD 1 TO NEV-CNT(W-NOT-I)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCH-NOTIFICA
    END-IF
    .

*> Recuento de avisos a clientes de una fecha por tipo de evento.
INF-NOTIFICACIONES.
    DISPLAY " "
    DISPLAY "  Fecha de los avisos (AAAA-MM-DD) [Enter=" SES-FECHA "]: "
            WITH NO ADVANCING
    MOVE SPACES TO W-NOT-FECHA
    ACCEPT W-NOT-FECHA
    IF W-NOT-FECHA = SPACES
        MOVE SES-FECHA TO W-NOT-FECHA
    END-IF
    PERFORM CONTAR-NOTIFICACIONES
    DISPLAY " "
    DISPLAY LN-SEP2
    DISPLAY "  AVISOS A CLIENTES DEL " W-NOT-FECHA " POR EVENTO"
    DISPLAY LN-SEP2
    PERFORM ABRIR-IMPRESION
    STRING "AVISOS A CLIENTES DEL " W-NOT-FECHA " POR EVENTO - "
        CFG-NOMBRE-BANCO
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    STRING "EVT EVENTO                      AVISOS"
        DELIMITED BY SIZE INTO W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM VARYING W-NOT-I FROM 1 BY 1 UNTIL W-NOT-I > 8
        MOVE NEV-CNT(W-NOT-I) TO D-CNT
        STRING NEV-COD(W-NOT-I) " " NEV-NOMBRE(W-NOT-I) " " D-CNT
            DELIMITED BY SIZE INTO W-LINEA-PRN
        DISPLAY "  " W-LINEA-PRN
        PERFORM ESCRIBIR-PRN
    END-PERFORM
    MOVE W-NOT-TOTAL TO D-CNT
    STRING "TOTAL AVISOS (SMS + EMAIL):    " D-CNT
        DELIMITED BY SIZE INTO W-LINEA-PRN
    DISPLAY LN-SEP2
    DISPLAY "  " W-LINEA-PRN
    PERFORM ESCRIBIR-PRN
    PERFORM CERRAR-IMPRESION
    .

*> Pasos del cierre de dia posteriores al estampado de la nueva
*> fecha, con punto de control en CONTROL.DAT al completar cada uno:
*>   1 liquidaciones de fin de mes (intereses y tarjetas, solo dia 1)
*>     y certificados fiscales del ejercicio anterior (solo 1 de enero)
*>   2 vencimientos de plazo fijo
*>   3 renovacion de tarjetas proximas a caducar
*>   4 domiciliaciones del dia
*>   5 cuotas de prestamo vencidas
*>   6 remesa de salida
*>   7 consolidacion de alertas de efectivo del dia
*>   8 traspaso de fondos embargados a la autoridad
*>   9 avisos a clientes por umbral y recuento de avisos del cierre
*>  10 cuentas inactivas y traspaso a no reclamados (solo dia 1)
*>  11 resumen de resultados del cierre
*> Se reanuda desde SES-CIERRE-FASE, tanto dentro del propio cierre
*> como al arrancar una sesion que detecte un cierre interrumpido.
EJECUTAR-PASOS-CIERRE.
            PERFORM LIQUIDAR-INTERESES-MES
            PERFORM LIQUIDAR-TARJETAS-MES
        END-IF
*> Primer cierre del ano: certificados fiscales del ejercicio que
*> acaba de terminar (se regeneran enteros si el paso se repite).
        IF SES-FECHA(6:5) = "01-01"
            MOVE SES-FECHA(1:4) TO W-FIS-ANIO
            SUBTRACT 1 FROM W-FIS-ANIO
            MOVE W-FIS-ANIO TO W-FIS-EJERCICIO
            PERFORM GENERAR-CERTIFICADOS-FISCALES
        END-IF
        MOVE 2 TO SES-CIERRE-FASE
        PERFORM GRABAR-CONTROL
    END-IF
        PERFORM GRABAR-CONTROL
    END-IF
    IF SES-CIERRE-FASE <= 7
        PERFORM CONSOLIDAR-ALERTAS
        MOVE 8 TO SES-CIERRE-FASE
        PERFORM GRABAR-CONTROL
    END-IF
    IF SES-CIERRE-FASE <= 8
        PERFORM EJECUTAR-EMBARGOS
        MOVE 9 TO SES-CIERRE-FASE
        PERFORM GRABAR-CONTROL
    END-IF
    IF SES-CIERRE-FASE <= 9
        PERFORM NOTIFICAR-UMBRALES
        MOVE 10 TO SES-CIERRE-FASE
        PERFORM GRABAR-CONTROL
    END-IF
    IF SES-CIERRE-FASE <= 10
        IF SES-FECHA(9:2) = "01"
            PERFORM DETECTAR-CUENTAS-INACTIVAS
        END-IF
        MOVE 11 TO SES-CIERRE-FASE
        PERFORM GRABAR-CONTROL
    END-IF
    IF SES-CIERRE-FASE <= 11
        PERFORM INFORME-PYG-DIA
        MOVE ZEROS TO SES-CIERRE-FASE
        PERFORM GRABAR-CONTROL
    END-READ
    .

*> Carga en W-PNT-* las preferencias de aviso del cliente W-NOT-DNI
*> desde PREFAVIS.DAT. Sin registro: avisos por SMS y email y ningun
*> umbral activo.
LEER-PREF-AVISOS.
    MOVE "N"   TO W-PNT-ENC
    MOVE "S"   TO W-PNT-SMS
    MOVE "S"   TO W-PNT-EMAIL
    MOVE ZEROS TO W-PNT-SALDO-MIN
    MOVE ZEROS TO W-PNT-MOV-MAX
    MOVE "00"  TO FS-PREF-AVISOS
    OPEN INPUT ARCH-PREF-AVISOS
    IF FS-PREF-AVISOS = "00"
        MOVE W-NOT-DNI TO FD-PNT-DNI
        READ ARCH-PREF-AVISOS RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "S" TO W-PNT-ENC
                MOVE FD-PNT-SMS       TO W-PNT-SMS
                MOVE FD-PNT-EMAIL     TO W-PNT-EMAIL
                MOVE FD-PNT-SALDO-MIN TO W-PNT-SALDO-MIN
                MOVE FD-PNT-MOV-MAX   TO W-PNT-MOV-MAX
        END-READ
        CLOSE ARCH-PREF-AVISOS
    END-IF
    .

*> Persistencia inmediata de las preferencias W-PNT-* del cliente
*> W-NOT-DNI contra PREFAVIS.DAT.
GRABAR-PREF-AVISOS.
    MOVE "00" TO FS-PREF-AVISOS
    OPEN I-O ARCH-PREF-AVISOS
    IF FS-PREF-AVISOS = "35"
        OPEN OUTPUT ARCH-PREF-AVISOS
        CLOSE ARCH-PREF-AVISOS
        OPEN I-O ARCH-PREF-AVISOS
    END-IF
    MOVE W-NOT-DNI       TO FD-PNT-DNI
    MOVE W-PNT-SMS       TO FD-PNT-SMS
    MOVE W-PNT-EMAIL     TO FD-PNT-EMAIL
    MOVE W-PNT-SALDO-MIN TO FD-PNT-SALDO-MIN
    MOVE W-PNT-MOV-MAX   TO FD-PNT-MOV-MAX
    MOVE SES-FECHA       TO FD-PNT-FECHA
    REWRITE FD-PNT-REC
    IF FS-PREF-AVISOS NOT = "00"
        WRITE FD-PNT-REC
    END-IF
    CLOSE ARCH-PREF-AVISOS
    .

*> Deja en NOTIFICA.DAT el aviso W-NOT-EVENTO/W-NOT-TEXTO de la cuenta
*> W-NOT-CTA para su titular W-NOT-DNI: un registro por cada canal
*> que el cliente tenga activo y con dato de contacto en CLIENTES.DAT.
*> No toca la cuenta en curso ni los indices del llamador.
ENCOLAR-NOTIFICACION.
    MOVE W-NOT-DNI TO W-CLI-DNI
    PERFORM BUSCAR-CLI
    IF W-CLI-ENC = "S"
        PERFORM LEER-PREF-AVISOS
        IF W-PNT-SMS = "S" AND CLI-TEL NOT = SPACES
            MOVE "S" TO W-NOT-CANAL
            MOVE CLI-TEL TO W-NOT-DESTINO
            PERFORM ESCRIBIR-NOTIFICACION
        END-IF
        IF W-PNT-EMAIL = "S" AND CLI-EMAIL NOT = SPACES
            MOVE "E" TO W-NOT-CANAL
            MOVE CLI-EMAIL TO W-NOT-DESTINO
            PERFORM ESCRIBIR-NOTIFICACION
        END-IF
    END-IF
    .

ESCRIBIR-NOTIFICACION.
    MOVE "00" TO FS-NOTIFICA
    OPEN EXTEND ARCH-NOTIFICA
    IF FS-NOTIFICA = "35"
        OPEN OUTPUT ARCH-NOTIFICA
    END-IF
    MOVE SES-FECHA     TO FD-NOT-FECHA
    MOVE SES-HORA      TO FD-NOT-HORA
    MOVE W-NOT-DNI     TO FD-NOT-DNI
    MOVE W-NOT-CANAL   TO FD-NOT-CANAL
    MOVE W-NOT-DESTINO TO FD-NOT-DESTINO
    MOVE W-NOT-EVENTO  TO FD-NOT-EVENTO
    MOVE W-NOT-CTA     TO FD-NOT-CTA
    MOVE W-NOT-TEXTO   TO FD-NOT-TEXTO
    WRITE FD-NOT-REC
    CLOSE ARCH-NOTIFICA
    .

*> Carga la linea de descubierto de la cuenta en curso desde
*> DESCUB.DAT; si la cuenta no tiene linea concedida quedan limite y
*> dispuesto a cero.
*> encadenar directamente con CARGAR-CON-DESCUBIERTO.
VERIFICAR-CARGO-POSIBLE.
    PERFORM BUSCAR-DESC
    PERFORM CALC-BLOQUEO-EMBARGO
    MOVE "N" TO W-DSC-CABE
*> Comparacion sin resta intermedia: el interes deudor capitalizado
*> puede dejar lo dispuesto por encima del limite, y una resta en un
*> campo sin signo tomaria ese exceso como disponible. Lo retenido
*> por embargo no esta disponible para ningun cargo.
    IF CTA-SALDO + DSC-LIMITE
       >= DSC-DISPUESTO + W-IMPORTE + W-EMB-BLOQUEO
        MOVE "S" TO W-DSC-CABE
    END-IF
    .
    END-IF
    .

*> Lectura de PARTICIP.DAT durante un barrido de cuentas: se abre una
*> vez (W-PAR-ABIERTO) y ROL-EN-CUENTA lee por clave en cada cuenta.
ABRIR-PARTICIP-LECTURA.
    MOVE "N" TO W-PAR-ABIERTO
    MOVE "00" TO FS-PARTICIP
    OPEN INPUT ARCH-PARTICIP
    IF FS-PARTICIP = "00"
        MOVE "S" TO W-PAR-ABIERTO
    END-IF
    .

CERRAR-PARTICIP-LECTURA.
    IF W-PAR-ABIERTO = "S"
        CLOSE ARCH-PARTICIP
        MOVE "N" TO W-PAR-ABIERTO
    END-IF
    .

*> Rol del DNI W-PAR-DNI en la cuenta en curso: "T" titular de
*> referencia, "C" cotitular, "A" autorizado o espacio si no figura
*> (W-PAR-LIMITE = limite por operacion del autorizado).
ROL-EN-CUENTA.
    MOVE SPACE TO W-PAR-ROL
    MOVE ZEROS TO W-PAR-LIMITE
    IF CTA-DNI = W-PAR-DNI
        MOVE "T" TO W-PAR-ROL
    ELSE
        IF W-PAR-ABIERTO = "S"
            MOVE CTA-NUM   TO FD-PAR-CTA
            MOVE W-PAR-DNI TO FD-PAR-DNI
            READ ARCH-PARTICIP RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE FD-PAR-ROL    TO W-PAR-ROL
                    MOVE FD-PAR-LIMITE TO W-PAR-LIMITE
            END-READ
        END-IF
    END-IF
    .

NOMBRE-ROL.
    EVALUATE W-PAR-ROL
        WHEN "T" MOVE "titular"    TO W-PAR-ROL-TXT
        WHEN "C" MOVE "cotitular"  TO W-PAR-ROL-TXT
        WHEN "A" MOVE "autorizado" TO W-PAR-ROL-TXT
        WHEN OTHER MOVE SPACES     TO W-PAR-ROL-TXT
    END-EVALUATE
    .

*> Persistencia inmediata del interviniente PAR-* en PARTICIP.DAT.
GRABAR-PAR-DIRECTO.
    MOVE "00" TO FS-PARTICIP
    OPEN I-O ARCH-PARTICIP
    IF FS-PARTICIP = "35"
        OPEN OUTPUT ARCH-PARTICIP
        CLOSE ARCH-PARTICIP
        OPEN I-O ARCH-PARTICIP
    END-IF
    MOVE PAR-CTA        TO FD-PAR-CTA
    MOVE PAR-DNI        TO FD-PAR-DNI
    MOVE PAR-ROL        TO FD-PAR-ROL
    MOVE PAR-LIMITE     TO FD-PAR-LIMITE
    MOVE PAR-FECHA-ALTA TO FD-PAR-FECHA-ALTA
    REWRITE FD-PAR-REC
    IF FS-PARTICIP NOT = "00"
        WRITE FD-PAR-REC
    END-IF
    CLOSE ARCH-PARTICIP
    .

*> Baja del interviniente PAR-DNI de la cuenta en curso.
BORRAR-PAR-DIRECTO.
    MOVE "00" TO FS-PARTICIP
    OPEN I-O ARCH-PARTICIP
    IF FS-PARTICIP = "00"
        MOVE CTA-NUM TO FD-PAR-CTA
        MOVE PAR-DNI TO FD-PAR-DNI
        DELETE ARCH-PARTICIP RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        CLOSE ARCH-PARTICIP
    END-IF
    .

*> Lectura de la solicitud W-SOL-ID en SOL-REG (W-SOL-ENC).
LEER-SOLICITUD.
    MOVE "N" TO W-SOL-ENC
    MOVE "00" TO FS-SOLICITUDES
    OPEN INPUT ARCH-SOLICITUDES
    IF FS-SOLICITUDES = "00"
        MOVE W-SOL-ID TO FD-SOL-ID
        READ ARCH-SOLICITUDES RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "S" TO W-SOL-ENC
                MOVE FD-SOL-REC TO SOL-REG
        END-READ
        CLOSE ARCH-SOLICITUDES
    END-IF
    .

*> Persistencia inmediata de la solicitud SOL-REG ya existente.
GRABAR-SOL-DIRECTO.
    MOVE "00" TO FS-SOLICITUDES
    OPEN I-O ARCH-SOLICITUDES
    IF FS-SOLICITUDES = "00"
        MOVE SOL-REG TO FD-SOL-REC
        REWRITE FD-SOL-REC
        CLOSE ARCH-SOLICITUDES
    END-IF
    .

*> Retencion por embargos activos sobre la cuenta en curso: lo que
*> falta por cubrir de sus ordenes (W-EMB-PDTE), sin pasar del saldo
*> que excede del minimo inembargable CFG-EMB-MINIMO (W-EMB-BLOQUEO).
*> W-EMB-DISPONIBLE es el saldo del que puede disponer el cliente.
CALC-BLOQUEO-EMBARGO.
    MOVE ZEROS TO W-EMB-PDTE
    MOVE ZEROS TO W-EMB-BLOQUEO
    MOVE "00" TO FS-EMBARGOS
    OPEN INPUT ARCH-EMBARGOS
    IF FS-EMBARGOS = "00"
        MOVE CTA-NUM TO FD-EMB-CTA
        MOVE ZEROS   TO FD-EMB-SEC
        MOVE "N" TO W-EMB-FIN
        START ARCH-EMBARGOS KEY NOT < FD-EMB-CLAVE
            INVALID KEY
                MOVE "S" TO W-EMB-FIN
        END-START
        PERFORM UNTIL W-EMB-FIN = "S"
            READ ARCH-EMBARGOS NEXT RECORD
                AT END
                    MOVE "S" TO W-EMB-FIN
            END-READ
            IF W-EMB-FIN = "N"
               AND (FS-EMBARGOS NOT = "00" OR FD-EMB-CTA NOT = CTA-NUM)
                MOVE "S" TO W-EMB-FIN
            END-IF
            IF W-EMB-FIN = "N" AND FD-EMB-ESTADO = "A"
                COMPUTE W-EMB-PDTE = W-EMB-PDTE
                    + FD-EMB-ORDENADO - FD-EMB-RETENIDO
            END-IF
        END-PERFORM
        CLOSE ARCH-EMBARGOS
    END-IF
    IF W-EMB-PDTE > ZEROS AND CTA-SALDO > CFG-EMB-MINIMO
        COMPUTE W-EMB-BLOQUEO = CTA-SALDO - CFG-EMB-MINIMO
        IF W-EMB-BLOQUEO > W-EMB-PDTE
            MOVE W-EMB-PDTE TO W-EMB-BLOQUEO
        END-IF
    END-IF
    COMPUTE W-EMB-DISPONIBLE = CTA-SALDO - W-EMB-BLOQUEO
    .

*> Bloqueo del principal de un plazo fijo vigente: si la cuenta en
*> curso es tipo "P" con contrato no vencido, la salida de fondos se
*> rechaza (W-ERROR = "S") remitiendo a la cancelacion anticipada.
    END-IF
    .

*> Carga en INA-* el registro de INACTIVA.DAT de la cuenta en curso.
*> W-INA-INACTIVA queda en "S" si la cuenta esta inactiva (estado D
*> o T) y, por tanto, no admite salidas de fondos.
BUSCAR-INACTIVA.
    MOVE SPACE  TO INA-ESTADO
    MOVE SPACES TO INA-FECHA
    MOVE SPACES TO INA-ULT-ACT
    MOVE ZEROS  TO INA-TRASPASADO
    MOVE SPACES TO INA-FECHA-TRASP
    MOVE SPACES TO INA-FECHA-REACT
    MOVE SPACES TO INA-REACTIVA
    MOVE "N"    TO W-INA-ENC
    MOVE "N"    TO W-INA-INACTIVA
    MOVE "00"   TO FS-INACTIVAS
    OPEN INPUT ARCH-INACTIVAS
    IF FS-INACTIVAS = "00"
        MOVE CTA-NUM TO FD-INA-CTA
        READ ARCH-INACTIVAS RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "S" TO W-INA-ENC
                MOVE FD-INA-ESTADO      TO INA-ESTADO
                MOVE FD-INA-FECHA       TO INA-FECHA
                MOVE FD-INA-ULT-ACT     TO INA-ULT-ACT
                MOVE FD-INA-TRASPASADO  TO INA-TRASPASADO
                MOVE FD-INA-FECHA-TRASP TO INA-FECHA-TRASP
                MOVE FD-INA-FECHA-REACT TO INA-FECHA-REACT
                MOVE FD-INA-REACTIVA    TO INA-REACTIVA
        END-READ
        CLOSE ARCH-INACTIVAS
    END-IF
    IF INA-ESTADO = "D" OR INA-ESTADO = "T"
        MOVE "S" TO W-INA-INACTIVA
    END-IF
    .

*> Persistencia inmediata del registro INA-* de la cuenta en curso
*> contra INACTIVA.DAT.
GRABAR-INACTIVA.
    MOVE "00" TO FS-INACTIVAS
    OPEN I-O ARCH-INACTIVAS
    IF FS-INACTIVAS = "35"
        OPEN OUTPUT ARCH-INACTIVAS
        CLOSE ARCH-INACTIVAS
        OPEN I-O ARCH-INACTIVAS
    END-IF
    MOVE CTA-NUM         TO FD-INA-CTA
    MOVE INA-ESTADO      TO FD-INA-ESTADO
    MOVE INA-FECHA       TO FD-INA-FECHA
    MOVE INA-ULT-ACT     TO FD-INA-ULT-ACT
    MOVE INA-TRASPASADO  TO FD-INA-TRASPASADO
    MOVE INA-FECHA-TRASP TO FD-INA-FECHA-TRASP
    MOVE INA-FECHA-REACT TO FD-INA-FECHA-REACT
    MOVE INA-REACTIVA    TO FD-INA-REACTIVA
    REWRITE FD-INA-REC
    IF FS-INACTIVAS NOT = "00"
        WRITE FD-INA-REC
    END-IF
    CLOSE ARCH-INACTIVAS
    .

*> Una cuenta inactiva no admite salidas de fondos (W-ERROR = "S")
*> hasta que un supervisor la reactive comprobando la identidad del
*> titular. Los ingresos siguen admitiendose.
VERIFICAR-CTA-INACTIVA.
    PERFORM BUSCAR-INACTIVA
    IF W-INA-INACTIVA = "S"
        MOVE "S" TO W-ERROR
        DISPLAY "  ERROR: Cuenta inactiva desde " INA-FECHA
        DISPLAY "  Requiere reactivacion por supervisor con el "
                "documento de identidad del titular."
    END-IF
    .

*> Barrido secuencial de CUENTAS.DAT: INICIAR-BARRIDO-CTAS situa el
*> puntero al principio y LEER-CTA-SIGUIENTE va dejando cada cuenta
*> en CTA-REG hasta levantar W-FIN-CTAS. Sustituye a los antiguos
    DISPLAY "  CUENTA                        IMPORTE EUR"
    DISPLAY LN-SEP2
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-NUM-PYG
        IF PYG-IMP(W-J) NOT = ZEROS
            MOVE PYG-IMP(W-J) TO D-IMP-S
            DISPLAY "  " PYG-NOM(W-J) " " D-IMP-S
        END-IF
    END-PERFORM
    DISPLAY LN-SEP2
    MOVE W-PYG-ING TO D-IMP-S
    DISPLAY "  TOTAL INGRESOS :" D-IMP-S " EUR"
    MOVE W-PYG-GAS TO D-IMP
    DISPLAY "  TOTAL GASTOS   : " D-IMP " EUR"
    COMPUTE W-PYG-NETO = W-PYG-ING - W-PYG-GAS
ACUMULAR-ASIENTO-PYG.
    IF FD-LIB-FECHA >= W-PYG-DESDE
       AND FD-LIB-FECHA <= W-PYG-HASTA
        EVALUATE FD-LIB-DH
            WHEN "I"
                ADD FD-LIB-IMPORTE TO W-PYG-ING
            WHEN "A"
                SUBTRACT FD-LIB-IMPORTE FROM W-PYG-ING
            WHEN "P"
                CONTINUE
            WHEN OTHER
                ADD FD-LIB-IMPORTE TO W-PYG-GAS
        END-EVALUATE
        PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-NUM-PYG
            IF PYG-COD(W-J) = FD-LIB-CUENTA
                IF FD-LIB-DH = "A"
                    SUBTRACT FD-LIB-IMPORTE FROM PYG-IMP(W-J)
                ELSE
                    ADD FD-LIB-IMPORTE TO PYG-IMP(W-J)
                END-IF
            END-IF
        END-PERFORM
    END-IF
*> ya confirmadas se purgan al arrancar (quedan fuera de la tabla y
*> desaparecen de TRANSFEX.DAT en el siguiente volcado), de modo que
*> la capacidad limita las ordenes en vuelo y no el total historico.
*> La numeracion sigue contando tambien las purgadas. Las ordenes de
*> remesas de pagos llevan referencia propia sin apunte en
*> MOVIMIEN.DAT, asi que la secuencia de referencias tambien se sube
*> por encima de las que siguen vivas.
LEER-TRANSF-EXT.
    MOVE ZEROS TO G-NUM-TRANSF-EXT
    MOVE "00" TO FS-TRANSF-EXT
                    MOVE FD-TEX-FECHA   TO TEX-FECHA(G-NUM-TRANSF-EXT)
                    MOVE FD-TEX-ESTADO  TO TEX-ESTADO(G-NUM-TRANSF-EXT)
                    MOVE FD-TEX-REF     TO TEX-REF(G-NUM-TRANSF-EXT)
                    IF FD-TEX-REF(1:6) IS NUMERIC
                        MOVE FD-TEX-REF(1:6) TO W-TEX-REF-NUM
                        IF W-TEX-REF-NUM > G-REF-SEQ
                            MOVE W-TEX-REF-NUM TO G-REF-SEQ
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-PERFORM
