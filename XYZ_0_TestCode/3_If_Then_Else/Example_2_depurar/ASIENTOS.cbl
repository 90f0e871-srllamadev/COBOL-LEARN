       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS-CONTABLES.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Corrida de asientos para contabilidad general. Convierte en
      *> líneas de débito y crédito (cuenta, importe, referencia):
      *>  - el extracto de impuestos IMPUESTO.EXT (CALCULO-IMPUESTO-
      *>    RENTA): impuesto, recargo + interés y créditos aplicados
      *>    de cada empresa y ejercicio;
      *>  - las bitácoras de SISTEMA-INVENTARIO posteriores a la
      *>    corrida anterior (marca en ASIENTOS.CTL): recepciones,
      *>    despachos, devoluciones, ajustes de INVENTARIO.AUD y los
      *>    costos de internación de COSTEO.LOG.
      *> Las cantidades se valorizan al costo promedio del último
      *> VALORIZA.EXT. Cada origen es un lote; el archivo
      *> ASIENTOS.DAT (se reemplaza en cada corrida, como los
      *> extractos) lleva por lote un registro de totales y al final
      *> el total de control. Antes de entregarlo se vuelve a leer y
      *> se prueba que cada lote cuadra; si no, se borra y no se
      *> mueve ninguna marca.
      *> La cuenta de cada movimiento sale de CUENTAS.DAT (origen +
      *> tipo, o origen + "*" para todos los tipos de ese origen). Lo
      *> que no tiene cuenta, o no tiene costo, se lista en
      *> ASIENTOS.RPT y queda en ASIENTOS.SUS para reintentarse en la
      *> corrida siguiente. Los impuestos no van a suspenso: se
      *> asienta solo la diferencia contra lo ya asentado por
      *> empresa y ejercicio (CONTAIMP.DAT), así que una corrida de
      *> correcciones o un recálculo ajusta sin duplicar y lo no
      *> asentado se vuelve a intentar solo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Marca de la última corrida y último lote emitido.
           SELECT ARCHIVO-CONTROL ASSIGN TO "ASIENTOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROL.

           *> Mapa de cuentas por origen y tipo de movimiento.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CUENTAS.

           *> Extracto de la corrida de impuestos.
           SELECT ARCHIVO-EXTRACTO ASSIGN TO "IMPUESTO.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRACTO.

           *> Importes de impuesto ya asentados por empresa/ejercicio.
           SELECT ARCHIVO-ASENTADO-IMP ASSIGN TO "CONTAIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ASENTADO.

           *> Bitácoras de SISTEMA-INVENTARIO.
           SELECT ARCHIVO-BITACORA-RECEP ASSIGN TO "RECEPCION.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-REC.

           SELECT ARCHIVO-BITACORA-SALIDAS ASSIGN TO "SALIDAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-SAL.

           SELECT ARCHIVO-BITACORA-DEV ASSIGN TO "DEVOLUCION.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-DEV.

           SELECT ARCHIVO-AUDITORIA ASSIGN TO "INVENTARIO.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARCHIVO-BITACORA-COSTEO ASSIGN TO "COSTEO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-CST.

           *> Extracto de valorización, solo para el costo promedio.
           SELECT ARCHIVO-VALORIZACION ASSIGN TO "VALORIZA.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORIZACION.

           *> Movimientos sin cuenta o sin costo, a reintentar.
           SELECT ARCHIVO-SUSPENSO ASSIGN TO "ASIENTOS.SUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUSPENSO.

           *> Líneas de asiento para contabilidad general.
           SELECT ARCHIVO-ASIENTOS ASSIGN TO "ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ASIENTOS.

           SELECT ARCHIVO-REPORTE ASSIGN TO "ASIENTOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONTROL.
       01  REGISTRO-CONTROL.
           05  CTL-FECHA            PIC 9(8).
           05  CTL-HORA             PIC 9(6).
           05  CTL-ULT-LOTE         PIC 9(6).

       FD  ARCHIVO-CUENTAS.
       01  REGISTRO-CUENTA.
           *> IMP impuestos / REC recepciones / SAL despachos /
           *> DEV devoluciones / AJU ajustes / CST internación
           05  CTA-ORIGEN           PIC X(3).
           *> Tipo de movimiento o "*" para todos los del origen
           05  CTA-TIPO             PIC X(10).
           05  CTA-DEBE             PIC X(10).
           05  CTA-HABER            PIC X(10).
           05  CTA-DESCRIPCION      PIC X(30).

       FD  ARCHIVO-EXTRACTO.
       01  REGISTRO-EXTRACTO        PIC X(100).

       FD  ARCHIVO-ASENTADO-IMP.
       01  REGISTRO-ASENTADO-IMP.
           05  CTI-CODIGO           PIC 9(5).
           05  CTI-EJERCICIO        PIC 9(4).
           05  CTI-IMPUESTO         PIC 9(12)V99.
           05  CTI-ACCESORIO        PIC 9(12)V99.
           05  CTI-CREDITO          PIC 9(12)V99.

       FD  ARCHIVO-BITACORA-RECEP.
       01  REGISTRO-BITACORA-RECEP  PIC X(80).

       FD  ARCHIVO-BITACORA-SALIDAS.
       01  REGISTRO-BITACORA-SALIDA PIC X(80).

       FD  ARCHIVO-BITACORA-DEV.
       01  REGISTRO-BITACORA-DEV    PIC X(80).

       FD  ARCHIVO-AUDITORIA.
       01  REGISTRO-AUDITORIA       PIC X(80).

       FD  ARCHIVO-BITACORA-COSTEO.
       01  REGISTRO-BITACORA-COSTEO PIC X(80).

       FD  ARCHIVO-VALORIZACION.
       01  REGISTRO-VALORIZACION    PIC X(40).

       FD  ARCHIVO-SUSPENSO.
       01  REGISTRO-SUSPENSO        PIC X(95).

       FD  ARCHIVO-ASIENTOS.
       01  REGISTRO-ASIENTO.
           *> "D" línea de asiento / "T" total de lote /
           *> "C" total de control de la corrida
           05  ASI-TIPO-REG         PIC X(1).
               88  ASI-ES-DETALLE   VALUE "D".
               88  ASI-ES-TOTAL     VALUE "T".
               88  ASI-ES-CONTROL   VALUE "C".
           *> En el registro C lleva la cantidad de lotes
           05  ASI-LOTE             PIC 9(6).
           05  ASI-ORIGEN           PIC X(3).
           05  ASI-CUERPO           PIC X(68).
           05  ASI-DETALLE REDEFINES ASI-CUERPO.
               10  ASI-ASIENTO      PIC 9(6).
               10  ASI-FECHA        PIC 9(8).
               10  ASI-CUENTA       PIC X(10).
               *> "D" débito / "C" crédito
               10  ASI-DC           PIC X(1).
               10  ASI-IMPORTE      PIC 9(11)V99.
               10  ASI-REFERENCIA   PIC X(30).
           05  ASI-TOTALES REDEFINES ASI-CUERPO.
               10  ATL-LINEAS       PIC 9(6).
               10  ATL-DEBITOS      PIC 9(13)V99.
               10  ATL-CREDITOS     PIC 9(13)V99.
               *> "S" débitos = créditos
               10  ATL-CUADRE       PIC X(1).
               10  ATL-FECHA        PIC 9(8).
               10  ATL-HORA         PIC 9(6).
               10  FILLER           PIC X(17).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(110).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-CONTROL       PIC X(2).
       01  WS-STATUS-CUENTAS       PIC X(2).
       01  WS-STATUS-EXTRACTO      PIC X(2).
       01  WS-STATUS-ASENTADO      PIC X(2).
       01  WS-STATUS-BITACORA-REC  PIC X(2).
       01  WS-STATUS-BITACORA-SAL  PIC X(2).
       01  WS-STATUS-BITACORA-DEV  PIC X(2).
       01  WS-STATUS-AUDITORIA     PIC X(2).
       01  WS-STATUS-BITACORA-CST  PIC X(2).
       01  WS-STATUS-VALORIZACION  PIC X(2).
       01  WS-STATUS-SUSPENSO      PIC X(2).
       01  WS-STATUS-ASIENTOS      PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-ARCHIVO             PIC X(1).
           88  FIN-ARCHIVO         VALUE "Y".

       *> Registro estándar del diario de operaciones
       01  LINEA-JOURNAL.
           05  JRN-PROGRAMA        PIC X(20).
           05  JRN-TIPO            PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JRN-FECHA           PIC 9(8).
           05  JRN-HORA            PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JRN-LEIDOS          PIC 9(6).
           05  JRN-ESCRITOS        PIC 9(6).
           05  JRN-RECHAZOS        PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JRN-DISCREPANCIA    PIC X(1).
           05  JRN-FIN             PIC X(1).

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-HORA-AHORA           PIC 9(8).
       01  WS-FIN-JORNADA          PIC X(1) VALUE "N".

       *> Mismos trazados de bitácora que escribe
       *> SISTEMA-INVENTARIO.
       01  LINEA-BITACORA-RECEP.
           05  LB-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  LB-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  LB-CODIGO           PIC X(6).
           05  FILLER              PIC X(1).
           05  LB-UBICACION        PIC X(4).
           05  FILLER              PIC X(1).
           05  LB-CANTIDAD         PIC 9(4).
           05  FILLER              PIC X(1).
           05  LB-STOCK-ANTES      PIC 9(4).
           05  FILLER              PIC X(1).
           05  LB-STOCK-DESPUES    PIC 9(4).
           05  FILLER              PIC X(1).
           05  LB-OPERADOR         PIC X(8).

       01  LINEA-BITACORA-SALIDA.
           05  LS-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  LS-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  LS-CODIGO           PIC X(6).
           05  FILLER              PIC X(1).
           05  LS-UBICACION        PIC X(4).
           05  FILLER              PIC X(1).
           05  LS-CANTIDAD         PIC 9(4).
           05  FILLER              PIC X(1).
           05  LS-STOCK-ANTES      PIC 9(4).
           05  FILLER              PIC X(1).
           05  LS-STOCK-DESPUES    PIC 9(4).
           05  FILLER              PIC X(1).
           05  LS-DESTINO          PIC X(10).
           05  FILLER              PIC X(1).
           05  LS-OPERADOR         PIC X(8).

       01  LINEA-BITACORA-DEV.
           05  LD-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  LD-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  LD-CODIGO           PIC X(6).
           05  FILLER              PIC X(1).
           05  LD-UBICACION        PIC X(4).
           05  FILLER              PIC X(1).
           05  LD-CANTIDAD         PIC 9(4).
           05  FILLER              PIC X(1).
           05  LD-STOCK-ANTES      PIC 9(4).
           05  FILLER              PIC X(1).
           05  LD-STOCK-DESPUES    PIC 9(4).
           05  FILLER              PIC X(1).
           05  LD-DESTINO          PIC X(10).
           05  FILLER              PIC X(1).
           05  LD-MOTIVO           PIC X(1).
           05  FILLER              PIC X(1).
           05  LD-OPERADOR         PIC X(8).

       01  LINEA-AUDITORIA.
           05  AUD-FECHA           PIC 9(8).
           05  FILLER              PIC X(1).
           05  AUD-HORA            PIC 9(6).
           05  FILLER              PIC X(1).
           05  AUD-CODIGO          PIC X(6).
           05  FILLER              PIC X(1).
           05  AUD-UBICACION       PIC X(4).
           05  FILLER              PIC X(1).
           05  AUD-STOCK-ANTES     PIC 9(4).
           05  FILLER              PIC X(1).
           05  AUD-STOCK-DESPUES   PIC 9(4).
           05  FILLER              PIC X(1).
           05  AUD-MOTIVO          PIC X(10).
           05  FILLER              PIC X(1).
           05  AUD-OPERADOR        PIC X(8).

       01  LINEA-BITACORA-COSTEO.
           05  LC-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  LC-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  LC-DOCUMENTO        PIC X(10).
           05  FILLER              PIC X(1).
           05  LC-CONCEPTO         PIC X(8).
           05  FILLER              PIC X(1).
           05  LC-IMPORTE          PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  LC-APLICADO         PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  LC-OPERADOR         PIC X(8).

       01  LINEA-VALORIZACION.
           05  VAL-CODIGO          PIC X(6).
           05  VAL-UBICACION       PIC X(4).
           05  VAL-STOCK           PIC 9(4).
           05  VAL-COSTO           PIC 9(5)V99.
           05  VAL-VALOR           PIC 9(9)V99.
           05  VAL-FECHA           PIC 9(8).

       *> Mismo trazado que escribe CALCULO-IMPUESTO-RENTA.
       01  LINEA-EXTRACTO.
           05  EXT-CODIGO          PIC 9(5).
           05  EXT-UTIL-GRAVABLE   PIC 9(12)V99.
           05  EXT-IMPUESTO        PIC 9(12)V99.
           05  EXT-TIPO            PIC X(1).
           05  EXT-FECHA-CORRIDA   PIC 9(8).
           05  EXT-FECHA-D REDEFINES EXT-FECHA-CORRIDA.
               10  EXT-ANIO        PIC 9(4).
               10  FILLER          PIC 9(4).
           05  EXT-CREDITOS        PIC 9(12)V99.
           05  EXT-NETO            PIC S9(12)V99
                                   SIGN LEADING SEPARATE.
           05  EXT-ESTADO          PIC X(1).
           05  EXT-PERDIDA-APLICADA PIC 9(12)V99.
           05  EXT-PERDIDA-REMANENTE PIC 9(12)V99.

       *> Marcas fecha+hora (AAAAMMDDHHMMSS), como en
       *> FACTURAR-DESPACHOS.
       01  WS-MARCA-ULTIMA.
           05  WS-MU-FECHA         PIC 9(8) VALUE 0.
           05  WS-MU-HORA          PIC 9(6) VALUE 0.
       01  WS-MARCA-ULTIMA-N REDEFINES WS-MARCA-ULTIMA PIC 9(14).
       01  WS-MARCA-CORTE.
           05  WS-MC-FECHA         PIC 9(8).
           05  WS-MC-HORA          PIC 9(6).
       01  WS-MARCA-CORTE-N REDEFINES WS-MARCA-CORTE PIC 9(14).
       01  WS-MARCA-LINEA.
           05  WS-ML-FECHA         PIC 9(8).
           05  WS-ML-HORA          PIC 9(6).
       01  WS-MARCA-LINEA-N REDEFINES WS-MARCA-LINEA PIC 9(14).
       01  WS-ULT-LOTE             PIC 9(6) VALUE 0.

       *> Movimiento a asentar, venga de una bitácora, del
       *> extracto o del suspenso (mismo trazado que ASIENTOS.SUS).
       *> MOV-SENTIDO "-" invierte débito y crédito de la cuenta
       *> mapeada: baja de stock en un ajuste, o diferencia negativa
       *> contra lo ya asentado de un impuesto.
       01  WS-MOVIMIENTO.
           05  MOV-ORIGEN          PIC X(3).
           05  MOV-TIPO            PIC X(10).
           05  MOV-FECHA           PIC 9(8).
           05  MOV-HORA            PIC 9(6).
           05  MOV-CODIGO          PIC X(6).
           05  MOV-UBICACION       PIC X(4).
           05  MOV-CANTIDAD        PIC 9(4).
           05  MOV-SENTIDO         PIC X(1).
           05  MOV-IMPORTE         PIC 9(11)V99.
           05  MOV-REFERENCIA      PIC X(30).
           *> Por qué quedó en suspenso
           05  MOV-MOTIVO          PIC X(10).
       01  WS-SW-POSTEADO          PIC X(1).
           88  MOVIMIENTO-POSTEADO VALUE "Y".
       01  WS-SW-DE-SUSPENSO       PIC X(1) VALUE "N".
           88  VIENE-DE-SUSPENSO   VALUE "Y".

       *> Mapa de cuentas en memoria.
       01  TABLA-CUENTAS.
           05  TOTAL-CUENTAS       PIC 9(3) VALUE 0.
           05  CUENTA-ITEM         OCCURS 200 TIMES
                                   INDEXED BY IDX-CUENTA.
               10  CTT-ORIGEN      PIC X(3).
               10  CTT-TIPO        PIC X(10).
               10  CTT-DEBE        PIC X(10).
               10  CTT-HABER       PIC X(10).
       01  WS-TIPO-BUSCADO         PIC X(10).
       01  WS-CUENTA-DEBE          PIC X(10).
       01  WS-CUENTA-HABER         PIC X(10).
       01  WS-CUENTA-AUX           PIC X(10).
       01  WS-SW-CUENTA-HALLADA    PIC X(1).
           88  CUENTA-HALLADA      VALUE "Y".

       *> Costo promedio por código/bodega (VALORIZA.EXT).
       01  TABLA-COSTOS.
           05  TOTAL-COSTOS        PIC 9(4) VALUE 0.
           05  COSTO-ITEM          OCCURS 2000 TIMES
                                   INDEXED BY IDX-COSTO.
               10  CSV-CODIGO      PIC X(6).
               10  CSV-UBICACION   PIC X(4).
               10  CSV-COSTO       PIC 9(5)V99.

       *> Suspenso: "V" de corridas anteriores, "N" nuevo de esta
       *> corrida, "P" ya asentado (no se vuelve a grabar).
       01  TABLA-SUSPENSO.
           05  TOTAL-SUSPENSO      PIC 9(4) VALUE 0.
           05  SUSPENSO-ITEM       OCCURS 2000 TIMES
                                   INDEXED BY IDX-SUSPENSO.
               10  SSP-REGISTRO    PIC X(95).
               10  SSP-ESTADO      PIC X(1).

       *> Impuestos: lo ya asentado por empresa/ejercicio y la
       *> última línea del extracto de cada una (una corrida de
       *> correcciones o de reanudación añade líneas al final).
       01  TABLA-ASENTADO-IMP.
           05  TOTAL-ASENTADOS     PIC 9(4) VALUE 0.
           05  ASENTADO-ITEM       OCCURS 5000 TIMES
                                   INDEXED BY IDX-ASENTADO.
               10  LIM-CODIGO      PIC 9(5).
               10  LIM-EJERCICIO   PIC 9(4).
               10  LIM-IMPUESTO    PIC 9(12)V99.
               10  LIM-ACCESORIO   PIC 9(12)V99.
               10  LIM-CREDITO     PIC 9(12)V99.
       01  TABLA-EXTRACTO.
           05  TOTAL-EXTRACTO      PIC 9(4) VALUE 0.
           05  EXTRACTO-ITEM       OCCURS 5000 TIMES
                                   INDEXED BY IDX-EXTRACTO.
               10  EXI-CODIGO      PIC 9(5).
               10  EXI-EJERCICIO   PIC 9(4).
               10  EXI-FECHA       PIC 9(8).
               10  EXI-IMPUESTO    PIC 9(12)V99.
               10  EXI-ACCESORIO   PIC 9(12)V99.
               10  EXI-CREDITO     PIC 9(12)V99.
       01  WS-ACCESORIO            PIC S9(13)V99.
       01  WS-IMP-OBJETIVO         PIC 9(12)V99.
       01  WS-IMP-ASENTADO         PIC 9(12)V99.
       01  WS-IMP-DIFERENCIA       PIC S9(13)V99.
       01  WS-SW-ASENTADO-HALLADO  PIC X(1).
           88  ASENTADO-HALLADO    VALUE "Y".

       01  WS-SW-DESBORDE          PIC X(1) VALUE "N".
           88  TABLAS-DESBORDADAS  VALUE "Y".
       01  WS-TABLA-DESBORDADA     PIC X(12).

       *> Lote en curso y resumen de los lotes de la corrida.
       01  WS-LOTE-ORIGEN          PIC X(3).
       01  WS-LOTE-NUMERO          PIC 9(6).
       01  WS-LOTE-ASIENTOS        PIC 9(6).
       01  WS-LOTE-LINEAS          PIC 9(6).
       01  WS-LOTE-DEBITOS         PIC 9(13)V99.
       01  WS-LOTE-CREDITOS        PIC 9(13)V99.
       01  TABLA-LOTES.
           05  TOTAL-LOTES         PIC 9(2) VALUE 0.
           05  LOTE-ITEM           OCCURS 6 TIMES
                                   INDEXED BY IDX-LOTE.
               10  LTC-NUMERO      PIC 9(6).
               10  LTC-ORIGEN      PIC X(3).
               10  LTC-LINEAS      PIC 9(6).
               10  LTC-DEBITOS     PIC 9(13)V99.
               10  LTC-CREDITOS    PIC 9(13)V99.
               10  LTC-SW-TOTAL    PIC X(1).
               10  LTC-CUADRE      PIC X(1).

       *> Prueba de cuadre releyendo ASIENTOS.DAT.
       01  WS-SW-CUADRE            PIC X(1).
           88  CORRIDA-CUADRADA    VALUE "Y".
       01  WS-SW-CONTROL-LEIDO     PIC X(1).
           88  CONTROL-LEIDO       VALUE "Y".
       01  WS-LEIDO-LINEAS         PIC 9(6).
       01  WS-LEIDO-DEBITOS        PIC 9(13)V99.
       01  WS-LEIDO-CREDITOS       PIC 9(13)V99.

       01  LINEAS-LEIDAS           PIC 9(6) VALUE 0.
       01  ASIENTOS-GENERADOS      PIC 9(6) VALUE 0.
       01  LINEAS-ESCRITAS         PIC 9(6) VALUE 0.
       01  EXCEPCIONES             PIC 9(6) VALUE 0.
       01  SUSPENSO-RESUELTO       PIC 9(6) VALUE 0.
       01  SUSPENSO-PENDIENTE      PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBITOS        PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS       PIC 9(13)V99 VALUE 0.
       01  WS-IMPORTE-ED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-IMPORTE-ED-2         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CANTIDAD-ED          PIC ZZZ9.

       01  LINEA-ASIENTO-RPT.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LAR-ASIENTO         PIC ZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAR-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAR-TIPO            PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAR-DEBE            PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAR-HABER           PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAR-IMPORTE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAR-REFERENCIA      PIC X(30).

       01  LINEA-LOTE-RPT.
           05  LLR-NUMERO          PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LLR-ORIGEN          PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LLR-LINEAS          PIC ZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LLR-DEBITOS         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LLR-CREDITOS        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LLR-RESULTADO       PIC X(12).

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== ASIENTOS PARA CONTABILIDAD GENERAL ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)
           *> El corte se fija al arrancar: lo que se postee mientras
           *> corre entra en la corrida siguiente.
           MOVE WS-FECHA-HOY TO WS-MC-FECHA
           MOVE WS-HORA-AHORA(1:6) TO WS-MC-HORA

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "ASIENTOS PARA CONTABILIDAD GENERAL - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           PERFORM LEER-CONTROL-ASIENTOS
           PERFORM CARGAR-CUENTAS
           PERFORM CARGAR-COSTOS
           PERFORM CARGAR-SUSPENSO
           PERFORM CARGAR-ASENTADO-IMP
           PERFORM CARGAR-EXTRACTO

           IF TABLAS-DESBORDADAS
               *> Sin todo en memoria no se asienta nada ni se mueve
               *> la marca: la corrida siguiente toma todo de nuevo.
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "TABLA LLENA (" WS-TABLA-DESBORDADA
                   "): NO SE GENERO NINGUN ASIENTO; ASIENTOS.CTL "
                   "QUEDA SIN CAMBIO."
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "A" TO WS-FIN-JORNADA
           ELSE
               OPEN OUTPUT ARCHIVO-ASIENTOS
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "  ASIENTO FECHA    TIPO       DEBE       HABER   "
                   TO REGISTRO-REPORTE
               MOVE "             IMPORTE REFERENCIA"
                   TO REGISTRO-REPORTE(51:)
               WRITE REGISTRO-REPORTE

               MOVE "IMP" TO WS-LOTE-ORIGEN
               PERFORM ABRIR-LOTE
               PERFORM ASENTAR-IMPUESTOS
               PERFORM CERRAR-LOTE

               MOVE "REC" TO WS-LOTE-ORIGEN
               PERFORM ABRIR-LOTE
               PERFORM REINTENTAR-SUSPENSO
               PERFORM ASENTAR-RECEPCIONES
               PERFORM CERRAR-LOTE

               MOVE "SAL" TO WS-LOTE-ORIGEN
               PERFORM ABRIR-LOTE
               PERFORM REINTENTAR-SUSPENSO
               PERFORM ASENTAR-DESPACHOS
               PERFORM CERRAR-LOTE

               MOVE "DEV" TO WS-LOTE-ORIGEN
               PERFORM ABRIR-LOTE
               PERFORM REINTENTAR-SUSPENSO
               PERFORM ASENTAR-DEVOLUCIONES
               PERFORM CERRAR-LOTE

               MOVE "AJU" TO WS-LOTE-ORIGEN
               PERFORM ABRIR-LOTE
               PERFORM REINTENTAR-SUSPENSO
               PERFORM ASENTAR-AJUSTES
               PERFORM CERRAR-LOTE

               MOVE "CST" TO WS-LOTE-ORIGEN
               PERFORM ABRIR-LOTE
               PERFORM REINTENTAR-SUSPENSO
               PERFORM ASENTAR-INTERNACION
               PERFORM CERRAR-LOTE

               PERFORM ESCRIBIR-CONTROL-TOTAL
               CLOSE ARCHIVO-ASIENTOS

               PERFORM PROBAR-CUADRE
               IF CORRIDA-CUADRADA
                   PERFORM GRABAR-CONTROL-ASIENTOS
                   PERFORM GRABAR-ASENTADO-IMP
                   PERFORM GRABAR-SUSPENSO
               ELSE
                   *> Un archivo que no cuadra no se entrega.
                   CALL "CBL_DELETE_FILE" USING "ASIENTOS.DAT"
                   MOVE SPACES TO REGISTRO-REPORTE
                   STRING "ASIENTOS.DAT NO CUADRA: SE BORRO Y NO SE "
                       "MOVIO NINGUNA MARCA; REVISAR Y VOLVER A CORRER."
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
                   MOVE "A" TO WS-FIN-JORNADA
               END-IF
           END-IF
           CLOSE ARCHIVO-REPORTE

           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Asientos generados:    " ASIENTOS-GENERADOS
           DISPLAY "Líneas en ASIENTOS.DAT: " LINEAS-ESCRITAS
           DISPLAY "Sin cuenta / sin costo: " EXCEPCIONES
           IF WS-FIN-JORNADA = "A"
               DISPLAY "CORRIDA ANULADA: ver ASIENTOS.RPT"
           ELSE
               DISPLAY "Todos los lotes cuadran; detalle en "
                   "ASIENTOS.RPT"
           END-IF
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de bitácora, extracto y suspenso
           *> revisadas, escritos = líneas de asiento, rechazos =
           *> movimientos sin cuenta o sin costo.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "ASIENTOS-CONTABLES" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE LINEAS-LEIDAS TO JRN-LEIDOS
           MOVE LINEAS-ESCRITAS TO JRN-ESCRITOS
           MOVE EXCEPCIONES TO JRN-RECHAZOS
           IF EXCEPCIONES > 0 OR WS-FIN-JORNADA = "A"
               MOVE "S" TO JRN-DISCREPANCIA
           ELSE
               MOVE "N" TO JRN-DISCREPANCIA
           END-IF
           MOVE WS-FIN-JORNADA TO JRN-FIN
           OPEN EXTEND ARCHIVO-JOURNAL
           IF WS-STATUS-JOURNAL NOT = "00"
               OPEN OUTPUT ARCHIVO-JOURNAL
           END-IF
           WRITE REGISTRO-JOURNAL FROM LINEA-JOURNAL
           CLOSE ARCHIVO-JOURNAL.

       LEER-CONTROL-ASIENTOS.
           *> Sin ASIENTOS.CTL (primera corrida) se asienta todo lo
           *> que haya en las bitácoras vivas.
           OPEN INPUT ARCHIVO-CONTROL
           IF WS-STATUS-CONTROL NOT = "00"
               DISPLAY "AVISO: ASIENTOS.CTL no existe, se asientan "
                   "las bitácoras desde el inicio."
           ELSE
               READ ARCHIVO-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-FECHA IS NUMERIC AND
                          CTL-HORA IS NUMERIC
                           MOVE CTL-FECHA TO WS-MU-FECHA
                           MOVE CTL-HORA TO WS-MU-HORA
                       END-IF
                       IF CTL-ULT-LOTE IS NUMERIC
                           MOVE CTL-ULT-LOTE TO WS-ULT-LOTE
                       END-IF
               END-READ
               CLOSE ARCHIVO-CONTROL
           END-IF
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "MOVIMIENTOS DE INVENTARIO POSTERIORES A "
               WS-MU-FECHA " " WS-MU-HORA " HASTA " WS-MC-FECHA " "
               WS-MC-HORA
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       GRABAR-CONTROL-ASIENTOS.
           OPEN OUTPUT ARCHIVO-CONTROL
           MOVE WS-MC-FECHA TO CTL-FECHA
           MOVE WS-MC-HORA TO CTL-HORA
           MOVE WS-ULT-LOTE TO CTL-ULT-LOTE
           WRITE REGISTRO-CONTROL
           CLOSE ARCHIVO-CONTROL.

       CARGAR-CUENTAS.
           *> Una línea sin alguna de las dos cuentas no mapea nada:
           *> el movimiento se reporta como sin cuenta.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-CUENTAS
           IF WS-STATUS-CUENTAS NOT = "00"
               DISPLAY "AVISO: CUENTAS.DAT no existe, ningún "
                   "movimiento tendrá cuenta."
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CTA-DEBE NOT = SPACES AND
                              CTA-HABER NOT = SPACES
                               PERFORM GUARDAR-CUENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CUENTAS
           END-IF.

       GUARDAR-CUENTA.
           IF TOTAL-CUENTAS >= 200
               SET TABLAS-DESBORDADAS TO TRUE
               MOVE "CUENTAS.DAT" TO WS-TABLA-DESBORDADA
           ELSE
               ADD 1 TO TOTAL-CUENTAS
               SET IDX-CUENTA TO TOTAL-CUENTAS
               MOVE CTA-ORIGEN TO CTT-ORIGEN(IDX-CUENTA)
               MOVE CTA-TIPO TO CTT-TIPO(IDX-CUENTA)
               MOVE CTA-DEBE TO CTT-DEBE(IDX-CUENTA)
               MOVE CTA-HABER TO CTT-HABER(IDX-CUENTA)
           END-IF.

       CARGAR-COSTOS.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-VALORIZACION
           IF WS-STATUS-VALORIZACION NOT = "00"
               DISPLAY "AVISO: VALORIZA.EXT no existe, los movimientos "
                   "de inventario quedan sin costo."
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-VALORIZACION
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE REGISTRO-VALORIZACION
                               TO LINEA-VALORIZACION
                           PERFORM GUARDAR-COSTO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VALORIZACION
           END-IF.

       GUARDAR-COSTO.
           IF TOTAL-COSTOS >= 2000
               SET TABLAS-DESBORDADAS TO TRUE
               MOVE "VALORIZA.EXT" TO WS-TABLA-DESBORDADA
           ELSE
               IF VAL-COSTO IS NUMERIC
                   ADD 1 TO TOTAL-COSTOS
                   SET IDX-COSTO TO TOTAL-COSTOS
                   MOVE VAL-CODIGO TO CSV-CODIGO(IDX-COSTO)
                   MOVE VAL-UBICACION TO CSV-UBICACION(IDX-COSTO)
                   MOVE VAL-COSTO TO CSV-COSTO(IDX-COSTO)
               END-IF
           END-IF.

       CARGAR-SUSPENSO.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-SUSPENSO
           IF WS-STATUS-SUSPENSO = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-SUSPENSO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           IF TOTAL-SUSPENSO >= 2000
                               SET TABLAS-DESBORDADAS TO TRUE
                               MOVE "ASIENTOS.SUS"
                                   TO WS-TABLA-DESBORDADA
                           ELSE
                               ADD 1 TO TOTAL-SUSPENSO
                               SET IDX-SUSPENSO TO TOTAL-SUSPENSO
                               MOVE REGISTRO-SUSPENSO
                                   TO SSP-REGISTRO(IDX-SUSPENSO)
                               MOVE "V" TO SSP-ESTADO(IDX-SUSPENSO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SUSPENSO
           END-IF.

       GRABAR-SUSPENSO.
           MOVE 0 TO SUSPENSO-PENDIENTE
           OPEN OUTPUT ARCHIVO-SUSPENSO
           PERFORM VARYING IDX-SUSPENSO FROM 1 BY 1
                   UNTIL IDX-SUSPENSO > TOTAL-SUSPENSO
               IF SSP-ESTADO(IDX-SUSPENSO) NOT = "P"
                   WRITE REGISTRO-SUSPENSO
                       FROM SSP-REGISTRO(IDX-SUSPENSO)
                   ADD 1 TO SUSPENSO-PENDIENTE
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-SUSPENSO
           IF SUSPENSO-PENDIENTE = 0
               CALL "CBL_DELETE_FILE" USING "ASIENTOS.SUS"
           END-IF.

       CARGAR-ASENTADO-IMP.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-ASENTADO-IMP
           IF WS-STATUS-ASENTADO = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-ASENTADO-IMP
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TOTAL-ASENTADOS >= 5000
                               SET TABLAS-DESBORDADAS TO TRUE
                               MOVE "CONTAIMP.DAT"
                                   TO WS-TABLA-DESBORDADA
                           ELSE
                               ADD 1 TO TOTAL-ASENTADOS
                               SET IDX-ASENTADO TO TOTAL-ASENTADOS
                               MOVE CTI-CODIGO
                                   TO LIM-CODIGO(IDX-ASENTADO)
                               MOVE CTI-EJERCICIO
                                   TO LIM-EJERCICIO(IDX-ASENTADO)
                               MOVE CTI-IMPUESTO
                                   TO LIM-IMPUESTO(IDX-ASENTADO)
                               MOVE CTI-ACCESORIO
                                   TO LIM-ACCESORIO(IDX-ASENTADO)
                               MOVE CTI-CREDITO
                                   TO LIM-CREDITO(IDX-ASENTADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ASENTADO-IMP
           END-IF.

       GRABAR-ASENTADO-IMP.
           IF TOTAL-ASENTADOS > 0
               OPEN OUTPUT ARCHIVO-ASENTADO-IMP
               PERFORM VARYING IDX-ASENTADO FROM 1 BY 1
                       UNTIL IDX-ASENTADO > TOTAL-ASENTADOS
                   MOVE LIM-CODIGO(IDX-ASENTADO) TO CTI-CODIGO
                   MOVE LIM-EJERCICIO(IDX-ASENTADO) TO CTI-EJERCICIO
                   MOVE LIM-IMPUESTO(IDX-ASENTADO) TO CTI-IMPUESTO
                   MOVE LIM-ACCESORIO(IDX-ASENTADO) TO CTI-ACCESORIO
                   MOVE LIM-CREDITO(IDX-ASENTADO) TO CTI-CREDITO
                   WRITE REGISTRO-ASENTADO-IMP
               END-PERFORM
               CLOSE ARCHIVO-ASENTADO-IMP
           END-IF.

       CARGAR-EXTRACTO.
           *> Queda la última línea de cada empresa/ejercicio. El
           *> accesorio (recargo + interés) no viene separado en el
           *> extracto: NETO = IMPUESTO + ACCESORIO - CREDITOS.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-EXTRACTO
           IF WS-STATUS-EXTRACTO NOT = "00"
               DISPLAY "AVISO: IMPUESTO.EXT no existe, no hay "
                   "impuestos que asentar."
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-EXTRACTO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           MOVE REGISTRO-EXTRACTO TO LINEA-EXTRACTO
                           IF EXT-CODIGO IS NUMERIC AND
                              EXT-FECHA-CORRIDA IS NUMERIC
                               PERFORM GUARDAR-LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-EXTRACTO
           END-IF.

       GUARDAR-LINEA-EXTRACTO.
           SET IDX-EXTRACTO TO 1
           SEARCH EXTRACTO-ITEM
               AT END
                   SET TABLAS-DESBORDADAS TO TRUE
                   MOVE "IMPUESTO.EXT" TO WS-TABLA-DESBORDADA
               WHEN IDX-EXTRACTO > TOTAL-EXTRACTO
                   ADD 1 TO TOTAL-EXTRACTO
                   PERFORM ANOTAR-LINEA-EXTRACTO
               WHEN EXI-CODIGO(IDX-EXTRACTO) = EXT-CODIGO AND
                    EXI-EJERCICIO(IDX-EXTRACTO) = EXT-ANIO
                   PERFORM ANOTAR-LINEA-EXTRACTO
           END-SEARCH.

       ANOTAR-LINEA-EXTRACTO.
           MOVE EXT-CODIGO TO EXI-CODIGO(IDX-EXTRACTO)
           MOVE EXT-ANIO TO EXI-EJERCICIO(IDX-EXTRACTO)
           MOVE EXT-FECHA-CORRIDA TO EXI-FECHA(IDX-EXTRACTO)
           MOVE EXT-IMPUESTO TO EXI-IMPUESTO(IDX-EXTRACTO)
           MOVE EXT-CREDITOS TO EXI-CREDITO(IDX-EXTRACTO)
           COMPUTE WS-ACCESORIO =
               EXT-NETO + EXT-CREDITOS - EXT-IMPUESTO
           IF WS-ACCESORIO < 0
               MOVE 0 TO WS-ACCESORIO
           END-IF
           MOVE WS-ACCESORIO TO EXI-ACCESORIO(IDX-EXTRACTO).

       ABRIR-LOTE.
           *> El número de lote se toma al primer asiento: un origen
           *> sin movimientos no consume número.
           MOVE 0 TO WS-LOTE-NUMERO
           MOVE 0 TO WS-LOTE-ASIENTOS
           MOVE 0 TO WS-LOTE-LINEAS
           MOVE 0 TO WS-LOTE-DEBITOS
           MOVE 0 TO WS-LOTE-CREDITOS
           MOVE "N" TO WS-SW-DE-SUSPENSO.

       CERRAR-LOTE.
           IF WS-LOTE-NUMERO > 0
               MOVE SPACES TO REGISTRO-ASIENTO
               MOVE "T" TO ASI-TIPO-REG
               MOVE WS-LOTE-NUMERO TO ASI-LOTE
               MOVE WS-LOTE-ORIGEN TO ASI-ORIGEN
               MOVE WS-LOTE-LINEAS TO ATL-LINEAS
               MOVE WS-LOTE-DEBITOS TO ATL-DEBITOS
               MOVE WS-LOTE-CREDITOS TO ATL-CREDITOS
               IF WS-LOTE-DEBITOS = WS-LOTE-CREDITOS
                   MOVE "S" TO ATL-CUADRE
               ELSE
                   MOVE "N" TO ATL-CUADRE
               END-IF
               MOVE WS-MC-FECHA TO ATL-FECHA
               MOVE WS-MC-HORA TO ATL-HORA
               WRITE REGISTRO-ASIENTO

               ADD 1 TO TOTAL-LOTES
               SET IDX-LOTE TO TOTAL-LOTES
               MOVE WS-LOTE-NUMERO TO LTC-NUMERO(IDX-LOTE)
               MOVE WS-LOTE-ORIGEN TO LTC-ORIGEN(IDX-LOTE)
               MOVE WS-LOTE-LINEAS TO LTC-LINEAS(IDX-LOTE)
               MOVE WS-LOTE-DEBITOS TO LTC-DEBITOS(IDX-LOTE)
               MOVE WS-LOTE-CREDITOS TO LTC-CREDITOS(IDX-LOTE)
               ADD WS-LOTE-DEBITOS TO WS-TOTAL-DEBITOS
               ADD WS-LOTE-CREDITOS TO WS-TOTAL-CREDITOS

               MOVE WS-LOTE-DEBITOS TO WS-IMPORTE-ED
               MOVE WS-LOTE-CREDITOS TO WS-IMPORTE-ED-2
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  TOTAL LOTE " WS-LOTE-NUMERO " ("
                   WS-LOTE-ASIENTOS " ASIENTOS): DEBE "
                   WS-IMPORTE-ED "  HABER " WS-IMPORTE-ED-2
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       REINTENTAR-SUSPENSO.
           *> Lo que quedó en suspenso de este origen se intenta
           *> antes que lo nuevo: con la cuenta ya dada de alta en
           *> CUENTAS.DAT, o el costo ya en VALORIZA.EXT, entra al
           *> lote de hoy con su fecha original.
           SET VIENE-DE-SUSPENSO TO TRUE
           PERFORM VARYING IDX-SUSPENSO FROM 1 BY 1
                   UNTIL IDX-SUSPENSO > TOTAL-SUSPENSO
               IF SSP-ESTADO(IDX-SUSPENSO) = "V" AND
                  SSP-REGISTRO(IDX-SUSPENSO)(1:3) = WS-LOTE-ORIGEN
                   MOVE SSP-REGISTRO(IDX-SUSPENSO) TO WS-MOVIMIENTO
                   PERFORM ASENTAR-MOVIMIENTO
                   IF MOVIMIENTO-POSTEADO
                       MOVE "P" TO SSP-ESTADO(IDX-SUSPENSO)
                       ADD 1 TO SUSPENSO-RESUELTO
                   ELSE
                       MOVE WS-MOVIMIENTO
                           TO SSP-REGISTRO(IDX-SUSPENSO)
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-SW-DE-SUSPENSO.

       ASENTAR-IMPUESTOS.
           *> Por empresa/ejercicio se asienta la diferencia entre la
           *> última liquidación del extracto y lo ya asentado, por
           *> concepto. Lo asentado se actualiza solo si el asiento
           *> se generó, así un concepto sin cuenta se reintenta.
           PERFORM VARYING IDX-EXTRACTO FROM 1 BY 1
                   UNTIL IDX-EXTRACTO > TOTAL-EXTRACTO
               PERFORM UBICAR-ASENTADO-IMP
               IF ASENTADO-HALLADO
                   MOVE EXI-IMPUESTO(IDX-EXTRACTO) TO WS-IMP-OBJETIVO
                   MOVE LIM-IMPUESTO(IDX-ASENTADO) TO WS-IMP-ASENTADO
                   MOVE "IMPUESTO" TO MOV-TIPO
                   PERFORM ASENTAR-CONCEPTO-IMPUESTO
                   IF MOVIMIENTO-POSTEADO
                       MOVE WS-IMP-OBJETIVO
                           TO LIM-IMPUESTO(IDX-ASENTADO)
                   END-IF
                   MOVE EXI-ACCESORIO(IDX-EXTRACTO) TO WS-IMP-OBJETIVO
                   MOVE LIM-ACCESORIO(IDX-ASENTADO) TO WS-IMP-ASENTADO
                   MOVE "ACCESORIO" TO MOV-TIPO
                   PERFORM ASENTAR-CONCEPTO-IMPUESTO
                   IF MOVIMIENTO-POSTEADO
                       MOVE WS-IMP-OBJETIVO
                           TO LIM-ACCESORIO(IDX-ASENTADO)
                   END-IF
                   MOVE EXI-CREDITO(IDX-EXTRACTO) TO WS-IMP-OBJETIVO
                   MOVE LIM-CREDITO(IDX-ASENTADO) TO WS-IMP-ASENTADO
                   MOVE "CREDITO" TO MOV-TIPO
                   PERFORM ASENTAR-CONCEPTO-IMPUESTO
                   IF MOVIMIENTO-POSTEADO
                       MOVE WS-IMP-OBJETIVO
                           TO LIM-CREDITO(IDX-ASENTADO)
                   END-IF
               END-IF
           END-PERFORM.

       UBICAR-ASENTADO-IMP.
           MOVE "N" TO WS-SW-ASENTADO-HALLADO
           PERFORM VARYING IDX-ASENTADO FROM 1 BY 1
                   UNTIL IDX-ASENTADO > TOTAL-ASENTADOS
                      OR ASENTADO-HALLADO
               IF LIM-CODIGO(IDX-ASENTADO) = EXI-CODIGO(IDX-EXTRACTO)
                  AND LIM-EJERCICIO(IDX-ASENTADO) =
                      EXI-EJERCICIO(IDX-EXTRACTO)
                   SET ASENTADO-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF ASENTADO-HALLADO
               SET IDX-ASENTADO DOWN BY 1
           ELSE
               IF TOTAL-ASENTADOS < 5000
                   ADD 1 TO TOTAL-ASENTADOS
                   SET IDX-ASENTADO TO TOTAL-ASENTADOS
                   MOVE EXI-CODIGO(IDX-EXTRACTO)
                       TO LIM-CODIGO(IDX-ASENTADO)
                   MOVE EXI-EJERCICIO(IDX-EXTRACTO)
                       TO LIM-EJERCICIO(IDX-ASENTADO)
                   MOVE 0 TO LIM-IMPUESTO(IDX-ASENTADO)
                   MOVE 0 TO LIM-ACCESORIO(IDX-ASENTADO)
                   MOVE 0 TO LIM-CREDITO(IDX-ASENTADO)
                   SET ASENTADO-HALLADO TO TRUE
               ELSE
                   MOVE SPACES TO REGISTRO-REPORTE
                   STRING "  ** CONTAIMP.DAT LLENO: EMPRESA "
                       EXI-CODIGO(IDX-EXTRACTO) " EJERCICIO "
                       EXI-EJERCICIO(IDX-EXTRACTO)
                       " QUEDA SIN ASENTAR"
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
                   ADD 1 TO EXCEPCIONES
               END-IF
           END-IF.

       ASENTAR-CONCEPTO-IMPUESTO.
           MOVE "N" TO WS-SW-POSTEADO
           COMPUTE WS-IMP-DIFERENCIA = WS-IMP-OBJETIVO - WS-IMP-ASENTADO
           IF WS-IMP-DIFERENCIA NOT = 0
               MOVE "IMP" TO MOV-ORIGEN
               MOVE EXI-FECHA(IDX-EXTRACTO) TO MOV-FECHA
               MOVE 0 TO MOV-HORA
               MOVE SPACES TO MOV-CODIGO
               MOVE SPACES TO MOV-UBICACION
               MOVE 0 TO MOV-CANTIDAD
               IF WS-IMP-DIFERENCIA > 0
                   MOVE "+" TO MOV-SENTIDO
                   MOVE WS-IMP-DIFERENCIA TO MOV-IMPORTE
               ELSE
                   MOVE "-" TO MOV-SENTIDO
                   COMPUTE MOV-IMPORTE = 0 - WS-IMP-DIFERENCIA
               END-IF
               MOVE SPACES TO MOV-REFERENCIA
               STRING "EMPRESA " EXI-CODIGO(IDX-EXTRACTO)
                   " EJERCICIO " EXI-EJERCICIO(IDX-EXTRACTO)
                   DELIMITED BY SIZE INTO MOV-REFERENCIA
               MOVE SPACES TO MOV-MOTIVO
               PERFORM ASENTAR-MOVIMIENTO
           END-IF.

       ASENTAR-RECEPCIONES.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-BITACORA-RECEP
           IF WS-STATUS-BITACORA-REC = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-BITACORA-RECEP
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           MOVE REGISTRO-BITACORA-RECEP
                               TO LINEA-BITACORA-RECEP
                           MOVE LB-FECHA TO WS-ML-FECHA
                           MOVE LB-HORA TO WS-ML-HORA
                           IF WS-MARCA-LINEA-N > WS-MARCA-ULTIMA-N AND
                              WS-MARCA-LINEA-N <= WS-MARCA-CORTE-N
                               PERFORM ARMAR-MOV-RECEPCION
                               PERFORM ASENTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-RECEP
           END-IF.

       ARMAR-MOV-RECEPCION.
           MOVE "REC" TO MOV-ORIGEN
           MOVE "RECEPCION" TO MOV-TIPO
           MOVE LB-FECHA TO MOV-FECHA
           MOVE LB-HORA TO MOV-HORA
           MOVE LB-CODIGO TO MOV-CODIGO
           MOVE LB-UBICACION TO MOV-UBICACION
           MOVE LB-CANTIDAD TO MOV-CANTIDAD
           MOVE "+" TO MOV-SENTIDO
           MOVE 0 TO MOV-IMPORTE
           MOVE SPACES TO MOV-REFERENCIA
           STRING LB-CODIGO "/" LB-UBICACION " X" LB-CANTIDAD " "
               LB-OPERADOR
               DELIMITED BY SIZE INTO MOV-REFERENCIA
           MOVE SPACES TO MOV-MOTIVO.

       ASENTAR-DESPACHOS.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-BITACORA-SALIDAS
           IF WS-STATUS-BITACORA-SAL = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-BITACORA-SALIDAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           MOVE REGISTRO-BITACORA-SALIDA
                               TO LINEA-BITACORA-SALIDA
                           MOVE LS-FECHA TO WS-ML-FECHA
                           MOVE LS-HORA TO WS-ML-HORA
                           IF WS-MARCA-LINEA-N > WS-MARCA-ULTIMA-N AND
                              WS-MARCA-LINEA-N <= WS-MARCA-CORTE-N
                               PERFORM ARMAR-MOV-DESPACHO
                               PERFORM ASENTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-SALIDAS
           END-IF.

       ARMAR-MOV-DESPACHO.
           MOVE "SAL" TO MOV-ORIGEN
           MOVE "DESPACHO" TO MOV-TIPO
           MOVE LS-FECHA TO MOV-FECHA
           MOVE LS-HORA TO MOV-HORA
           MOVE LS-CODIGO TO MOV-CODIGO
           MOVE LS-UBICACION TO MOV-UBICACION
           MOVE LS-CANTIDAD TO MOV-CANTIDAD
           MOVE "+" TO MOV-SENTIDO
           MOVE 0 TO MOV-IMPORTE
           MOVE SPACES TO MOV-REFERENCIA
           STRING LS-CODIGO "/" LS-UBICACION " X" LS-CANTIDAD " "
               LS-DESTINO
               DELIMITED BY SIZE INTO MOV-REFERENCIA
           MOVE SPACES TO MOV-MOTIVO.

       ASENTAR-DEVOLUCIONES.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-BITACORA-DEV
           IF WS-STATUS-BITACORA-DEV = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-BITACORA-DEV
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           MOVE REGISTRO-BITACORA-DEV
                               TO LINEA-BITACORA-DEV
                           MOVE LD-FECHA TO WS-ML-FECHA
                           MOVE LD-HORA TO WS-ML-HORA
                           IF WS-MARCA-LINEA-N > WS-MARCA-ULTIMA-N AND
                              WS-MARCA-LINEA-N <= WS-MARCA-CORTE-N
                               PERFORM ARMAR-MOV-DEVOLUCION
                               PERFORM ASENTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-DEV
           END-IF.

       ARMAR-MOV-DEVOLUCION.
           *> El tipo lleva el motivo de la devolución (DEV-D, DEV-E,
           *> DEV-X) por si contabilidad los separa; "*" los toma
           *> todos.
           MOVE "DEV" TO MOV-ORIGEN
           MOVE SPACES TO MOV-TIPO
           STRING "DEV-" LD-MOTIVO
               DELIMITED BY SIZE INTO MOV-TIPO
           MOVE LD-FECHA TO MOV-FECHA
           MOVE LD-HORA TO MOV-HORA
           MOVE LD-CODIGO TO MOV-CODIGO
           MOVE LD-UBICACION TO MOV-UBICACION
           MOVE LD-CANTIDAD TO MOV-CANTIDAD
           MOVE "+" TO MOV-SENTIDO
           MOVE 0 TO MOV-IMPORTE
           MOVE SPACES TO MOV-REFERENCIA
           STRING LD-CODIGO "/" LD-UBICACION " X" LD-CANTIDAD " "
               LD-DESTINO
               DELIMITED BY SIZE INTO MOV-REFERENCIA
           MOVE SPACES TO MOV-MOTIVO.

       ASENTAR-AJUSTES.
           *> De INVENTARIO.AUD solo lo que movió stock. CIERRE es la
           *> recapitulación del grabado (repite recepciones y
           *> despachos que ya tienen su asiento) y no se asienta.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STATUS-AUDITORIA = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-AUDITORIA
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           MOVE REGISTRO-AUDITORIA TO LINEA-AUDITORIA
                           MOVE AUD-FECHA TO WS-ML-FECHA
                           MOVE AUD-HORA TO WS-ML-HORA
                           IF WS-MARCA-LINEA-N > WS-MARCA-ULTIMA-N AND
                              WS-MARCA-LINEA-N <= WS-MARCA-CORTE-N AND
                              AUD-MOTIVO NOT = "CIERRE" AND
                              AUD-MOTIVO NOT = SPACES AND
                              AUD-STOCK-ANTES NOT = AUD-STOCK-DESPUES
                               PERFORM ARMAR-MOV-AJUSTE
                               PERFORM ASENTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AUDITORIA
           END-IF.

       ARMAR-MOV-AJUSTE.
           *> El mapa se escribe para el alza; una baja invierte
           *> débito y crédito. Los conteos llevan las iniciales de
           *> quien contó (CONTEO-XX) y se mapean como CONTEO; el
           *> ajuste de conteo aprobado (CONT-APROB) también.
           MOVE "AJU" TO MOV-ORIGEN
           IF AUD-MOTIVO(1:7) = "CONTEO-" OR
              AUD-MOTIVO = "CONT-APROB"
               MOVE "CONTEO" TO MOV-TIPO
           ELSE
               MOVE AUD-MOTIVO TO MOV-TIPO
           END-IF
           MOVE AUD-FECHA TO MOV-FECHA
           MOVE AUD-HORA TO MOV-HORA
           MOVE AUD-CODIGO TO MOV-CODIGO
           MOVE AUD-UBICACION TO MOV-UBICACION
           IF AUD-STOCK-DESPUES > AUD-STOCK-ANTES
               MOVE "+" TO MOV-SENTIDO
               COMPUTE MOV-CANTIDAD =
                   AUD-STOCK-DESPUES - AUD-STOCK-ANTES
           ELSE
               MOVE "-" TO MOV-SENTIDO
               COMPUTE MOV-CANTIDAD =
                   AUD-STOCK-ANTES - AUD-STOCK-DESPUES
           END-IF
           MOVE 0 TO MOV-IMPORTE
           MOVE SPACES TO MOV-REFERENCIA
           STRING AUD-CODIGO "/" AUD-UBICACION " " MOV-SENTIDO
               MOV-CANTIDAD " " AUD-MOTIVO
               DELIMITED BY SIZE INTO MOV-REFERENCIA
           MOVE SPACES TO MOV-MOTIVO.

       ASENTAR-INTERNACION.
           *> Se asienta el importe de la factura del cargo; la
           *> diferencia por redondeo del reparto queda en
           *> COSTEO.RPT.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-BITACORA-COSTEO
           IF WS-STATUS-BITACORA-CST = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-BITACORA-COSTEO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           MOVE REGISTRO-BITACORA-COSTEO
                               TO LINEA-BITACORA-COSTEO
                           MOVE LC-FECHA TO WS-ML-FECHA
                           MOVE LC-HORA TO WS-ML-HORA
                           IF WS-MARCA-LINEA-N > WS-MARCA-ULTIMA-N AND
                              WS-MARCA-LINEA-N <= WS-MARCA-CORTE-N
                               PERFORM ARMAR-MOV-INTERNACION
                               PERFORM ASENTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-COSTEO
           END-IF.

       ARMAR-MOV-INTERNACION.
           MOVE "CST" TO MOV-ORIGEN
           MOVE LC-CONCEPTO TO MOV-TIPO
           MOVE LC-FECHA TO MOV-FECHA
           MOVE LC-HORA TO MOV-HORA
           MOVE SPACES TO MOV-CODIGO
           MOVE SPACES TO MOV-UBICACION
           MOVE 0 TO MOV-CANTIDAD
           MOVE "+" TO MOV-SENTIDO
           MOVE LC-IMPORTE TO MOV-IMPORTE
           MOVE SPACES TO MOV-REFERENCIA
           STRING "DOCUMENTO " LC-DOCUMENTO " " LC-OPERADOR
               DELIMITED BY SIZE INTO MOV-REFERENCIA
           MOVE SPACES TO MOV-MOTIVO.

       ASENTAR-MOVIMIENTO.
           *> Cuenta primero, costo después: sin cuenta no hace falta
           *> valorizar. Lo que no se asienta se reporta siempre.
           MOVE "N" TO WS-SW-POSTEADO
           PERFORM BUSCAR-CUENTA
           IF NOT CUENTA-HALLADA
               MOVE "SIN CUENTA" TO MOV-MOTIVO
               PERFORM ANOTAR-EXCEPCION
           ELSE
               IF MOV-IMPORTE = 0 AND MOV-CANTIDAD > 0
                   PERFORM VALORIZAR-MOVIMIENTO
               END-IF
               IF MOV-IMPORTE = 0
                   MOVE "SIN COSTO" TO MOV-MOTIVO
                   PERFORM ANOTAR-EXCEPCION
               ELSE
                   PERFORM ESCRIBIR-ASIENTO
                   SET MOVIMIENTO-POSTEADO TO TRUE
               END-IF
           END-IF.

       BUSCAR-CUENTA.
           MOVE "N" TO WS-SW-CUENTA-HALLADA
           MOVE MOV-TIPO TO WS-TIPO-BUSCADO
           PERFORM BUSCAR-CUENTA-TIPO
           IF NOT CUENTA-HALLADA
               MOVE "*" TO WS-TIPO-BUSCADO
               PERFORM BUSCAR-CUENTA-TIPO
           END-IF.

       BUSCAR-CUENTA-TIPO.
           PERFORM VARYING IDX-CUENTA FROM 1 BY 1
                   UNTIL IDX-CUENTA > TOTAL-CUENTAS
                      OR CUENTA-HALLADA
               IF CTT-ORIGEN(IDX-CUENTA) = MOV-ORIGEN AND
                  CTT-TIPO(IDX-CUENTA) = WS-TIPO-BUSCADO
                   SET CUENTA-HALLADA TO TRUE
                   MOVE CTT-DEBE(IDX-CUENTA) TO WS-CUENTA-DEBE
                   MOVE CTT-HABER(IDX-CUENTA) TO WS-CUENTA-HABER
               END-IF
           END-PERFORM.

       VALORIZAR-MOVIMIENTO.
           PERFORM VARYING IDX-COSTO FROM 1 BY 1
                   UNTIL IDX-COSTO > TOTAL-COSTOS
               IF CSV-CODIGO(IDX-COSTO) = MOV-CODIGO AND
                  CSV-UBICACION(IDX-COSTO) = MOV-UBICACION
                   COMPUTE MOV-IMPORTE ROUNDED =
                       MOV-CANTIDAD * CSV-COSTO(IDX-COSTO)
               END-IF
           END-PERFORM.

       ANOTAR-EXCEPCION.
           *> Un movimiento nuevo de inventario va al suspenso; uno
           *> que ya venía del suspenso se queda ahí. Los impuestos
           *> se reintentan solos contra CONTAIMP.DAT.
           ADD 1 TO EXCEPCIONES
           MOVE MOV-IMPORTE TO WS-IMPORTE-ED
           MOVE MOV-CANTIDAD TO WS-CANTIDAD-ED
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  ** " MOV-MOTIVO " " MOV-ORIGEN " " MOV-TIPO
               " " MOV-FECHA " CANT " WS-CANTIDAD-ED " IMPORTE "
               WS-IMPORTE-ED " " MOV-REFERENCIA
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           IF MOV-ORIGEN NOT = "IMP" AND NOT VIENE-DE-SUSPENSO
               IF TOTAL-SUSPENSO >= 2000
                   *> Sin lugar en el suspenso el movimiento se
                   *> perdería al mover la marca: se anula la corrida.
                   SET TABLAS-DESBORDADAS TO TRUE
                   MOVE "ASIENTOS.SUS" TO WS-TABLA-DESBORDADA
                   MOVE "  ** ASIENTOS.SUS LLENO: LA CORRIDA SE ANULA"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               ELSE
                   ADD 1 TO TOTAL-SUSPENSO
                   SET IDX-SUSPENSO TO TOTAL-SUSPENSO
                   MOVE WS-MOVIMIENTO TO SSP-REGISTRO(IDX-SUSPENSO)
                   MOVE "N" TO SSP-ESTADO(IDX-SUSPENSO)
               END-IF
           END-IF.

       ESCRIBIR-ASIENTO.
           *> Dos líneas por asiento, débito y crédito por el mismo
           *> importe.
           IF WS-LOTE-NUMERO = 0
               ADD 1 TO WS-ULT-LOTE
               MOVE WS-ULT-LOTE TO WS-LOTE-NUMERO
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "LOTE " WS-LOTE-NUMERO " ORIGEN "
                   WS-LOTE-ORIGEN
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF
           IF MOV-SENTIDO = "-"
               MOVE WS-CUENTA-DEBE TO WS-CUENTA-AUX
               MOVE WS-CUENTA-HABER TO WS-CUENTA-DEBE
               MOVE WS-CUENTA-AUX TO WS-CUENTA-HABER
           END-IF
           ADD 1 TO WS-LOTE-ASIENTOS
           ADD 1 TO ASIENTOS-GENERADOS

           MOVE SPACES TO REGISTRO-ASIENTO
           MOVE "D" TO ASI-TIPO-REG
           MOVE WS-LOTE-NUMERO TO ASI-LOTE
           MOVE WS-LOTE-ORIGEN TO ASI-ORIGEN
           MOVE WS-LOTE-ASIENTOS TO ASI-ASIENTO
           MOVE MOV-FECHA TO ASI-FECHA
           MOVE MOV-IMPORTE TO ASI-IMPORTE
           MOVE MOV-REFERENCIA TO ASI-REFERENCIA
           MOVE WS-CUENTA-DEBE TO ASI-CUENTA
           MOVE "D" TO ASI-DC
           WRITE REGISTRO-ASIENTO
           ADD MOV-IMPORTE TO WS-LOTE-DEBITOS
           MOVE WS-CUENTA-HABER TO ASI-CUENTA
           MOVE "C" TO ASI-DC
           WRITE REGISTRO-ASIENTO
           ADD MOV-IMPORTE TO WS-LOTE-CREDITOS
           ADD 2 TO WS-LOTE-LINEAS
           ADD 2 TO LINEAS-ESCRITAS

           MOVE WS-LOTE-ASIENTOS TO LAR-ASIENTO
           MOVE MOV-FECHA TO LAR-FECHA
           MOVE MOV-TIPO TO LAR-TIPO
           MOVE WS-CUENTA-DEBE TO LAR-DEBE
           MOVE WS-CUENTA-HABER TO LAR-HABER
           MOVE MOV-IMPORTE TO LAR-IMPORTE
           MOVE MOV-REFERENCIA TO LAR-REFERENCIA
           WRITE REGISTRO-REPORTE FROM LINEA-ASIENTO-RPT.

       ESCRIBIR-CONTROL-TOTAL.
           MOVE SPACES TO REGISTRO-ASIENTO
           MOVE "C" TO ASI-TIPO-REG
           MOVE TOTAL-LOTES TO ASI-LOTE
           MOVE "TOT" TO ASI-ORIGEN
           MOVE LINEAS-ESCRITAS TO ATL-LINEAS
           MOVE WS-TOTAL-DEBITOS TO ATL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO ATL-CREDITOS
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               MOVE "S" TO ATL-CUADRE
           ELSE
               MOVE "N" TO ATL-CUADRE
           END-IF
           MOVE WS-MC-FECHA TO ATL-FECHA
           MOVE WS-MC-HORA TO ATL-HORA
           WRITE REGISTRO-ASIENTO.

       PROBAR-CUADRE.
           *> Se relee lo que se entrega: por lote, débitos y
           *> créditos de las líneas D deben ser iguales entre sí y
           *> a su registro T; el registro C debe coincidir con la
           *> suma de todo. Un suspenso desbordado también anula.
           IF TABLAS-DESBORDADAS
               MOVE "N" TO WS-SW-CUADRE
           ELSE
               SET CORRIDA-CUADRADA TO TRUE
           END-IF
           MOVE "N" TO WS-SW-CONTROL-LEIDO
           MOVE 0 TO WS-LEIDO-LINEAS
           MOVE 0 TO WS-LEIDO-DEBITOS
           MOVE 0 TO WS-LEIDO-CREDITOS
           PERFORM VARYING IDX-LOTE FROM 1 BY 1
                   UNTIL IDX-LOTE > TOTAL-LOTES
               MOVE 0 TO LTC-LINEAS(IDX-LOTE)
               MOVE 0 TO LTC-DEBITOS(IDX-LOTE)
               MOVE 0 TO LTC-CREDITOS(IDX-LOTE)
               MOVE "N" TO LTC-SW-TOTAL(IDX-LOTE)
               MOVE "N" TO LTC-CUADRE(IDX-LOTE)
           END-PERFORM

           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-ASIENTOS
           IF WS-STATUS-ASIENTOS NOT = "00"
               MOVE "N" TO WS-SW-CUADRE
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-ASIENTOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM PROBAR-REGISTRO-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ASIENTOS
           END-IF
           IF NOT CONTROL-LEIDO
               MOVE "N" TO WS-SW-CUADRE
           END-IF

           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "PRUEBA DE CUADRE (RELECTURA DE ASIENTOS.DAT)"
               TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "LOTE    ORIG  LINEAS               DEBITOS  "
               TO REGISTRO-REPORTE
           MOVE "            CREDITOS  RESULTADO"
               TO REGISTRO-REPORTE(47:)
           WRITE REGISTRO-REPORTE
           PERFORM VARYING IDX-LOTE FROM 1 BY 1
                   UNTIL IDX-LOTE > TOTAL-LOTES
               IF LTC-SW-TOTAL(IDX-LOTE) NOT = "Y"
                   MOVE "N" TO LTC-CUADRE(IDX-LOTE)
               END-IF
               IF LTC-CUADRE(IDX-LOTE) NOT = "S"
                   MOVE "N" TO WS-SW-CUADRE
               END-IF
               MOVE LTC-NUMERO(IDX-LOTE) TO LLR-NUMERO
               MOVE LTC-ORIGEN(IDX-LOTE) TO LLR-ORIGEN
               MOVE LTC-LINEAS(IDX-LOTE) TO LLR-LINEAS
               MOVE LTC-DEBITOS(IDX-LOTE) TO LLR-DEBITOS
               MOVE LTC-CREDITOS(IDX-LOTE) TO LLR-CREDITOS
               IF LTC-CUADRE(IDX-LOTE) = "S"
                   MOVE "CUADRA" TO LLR-RESULTADO
               ELSE
                   MOVE "NO CUADRA" TO LLR-RESULTADO
               END-IF
               WRITE REGISTRO-REPORTE FROM LINEA-LOTE-RPT
           END-PERFORM

           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE TOTAL-LOTES TO LLR-NUMERO
           MOVE "TOT" TO LLR-ORIGEN
           MOVE WS-LEIDO-LINEAS TO LLR-LINEAS
           MOVE WS-LEIDO-DEBITOS TO LLR-DEBITOS
           MOVE WS-LEIDO-CREDITOS TO LLR-CREDITOS
           IF CORRIDA-CUADRADA
               MOVE "CUADRA" TO LLR-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO LLR-RESULTADO
           END-IF
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TOTAL DE CONTROL (LOTES / LINEAS / DEBITOS / "
               "CREDITOS):"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE FROM LINEA-LOTE-RPT
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "Asientos: " ASIENTOS-GENERADOS
               "   Sin cuenta / sin costo: " EXCEPCIONES
               "   Suspenso resuelto: " SUSPENSO-RESUELTO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       PROBAR-REGISTRO-ASIENTO.
           EVALUATE TRUE
               WHEN ASI-ES-DETALLE
                   PERFORM UBICAR-LOTE-LEIDO
                   IF IDX-LOTE > TOTAL-LOTES
                       MOVE "N" TO WS-SW-CUADRE
                   ELSE
                       ADD 1 TO LTC-LINEAS(IDX-LOTE)
                       ADD 1 TO WS-LEIDO-LINEAS
                       IF ASI-DC = "D"
                           ADD ASI-IMPORTE TO LTC-DEBITOS(IDX-LOTE)
                           ADD ASI-IMPORTE TO WS-LEIDO-DEBITOS
                       ELSE
                           ADD ASI-IMPORTE TO LTC-CREDITOS(IDX-LOTE)
                           ADD ASI-IMPORTE TO WS-LEIDO-CREDITOS
                       END-IF
                   END-IF
               WHEN ASI-ES-TOTAL
                   PERFORM UBICAR-LOTE-LEIDO
                   IF IDX-LOTE > TOTAL-LOTES
                       MOVE "N" TO WS-SW-CUADRE
                   ELSE
                       MOVE "Y" TO LTC-SW-TOTAL(IDX-LOTE)
                       IF LTC-DEBITOS(IDX-LOTE) =
                          LTC-CREDITOS(IDX-LOTE) AND
                          LTC-DEBITOS(IDX-LOTE) = ATL-DEBITOS AND
                          LTC-CREDITOS(IDX-LOTE) = ATL-CREDITOS AND
                          LTC-LINEAS(IDX-LOTE) = ATL-LINEAS
                           MOVE "S" TO LTC-CUADRE(IDX-LOTE)
                       END-IF
                   END-IF
               WHEN ASI-ES-CONTROL
                   SET CONTROL-LEIDO TO TRUE
                   IF ASI-LOTE NOT = TOTAL-LOTES OR
                      ATL-LINEAS NOT = WS-LEIDO-LINEAS OR
                      ATL-DEBITOS NOT = WS-LEIDO-DEBITOS OR
                      ATL-CREDITOS NOT = WS-LEIDO-CREDITOS OR
                      WS-LEIDO-DEBITOS NOT = WS-LEIDO-CREDITOS
                       MOVE "N" TO WS-SW-CUADRE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-SW-CUADRE
           END-EVALUATE.

       UBICAR-LOTE-LEIDO.
           SET IDX-LOTE TO 1
           SEARCH LOTE-ITEM
               AT END
                   CONTINUE
               WHEN IDX-LOTE > TOTAL-LOTES
                   CONTINUE
               WHEN LTC-NUMERO(IDX-LOTE) = ASI-LOTE
                   CONTINUE
           END-SEARCH.
