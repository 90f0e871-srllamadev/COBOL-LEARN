       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PARAMETROS.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Mantenimiento versionado de los archivos de parámetros de
      *> negocio (PESOS.PAR, VENCIMIENTO.PAR, PLANPAGO.PAR,
      *> MINIMOS.PAR, RETENCION.PAR y los tramos IMPUESTO.TRM). Hasta
      *> ahora se sobrescribían a mano y meses después no había
      *> forma de demostrar con qué valores corrió un proceso.
      *> Cada cambio llega en PARAMMOV.DAT como una cabecera "C"
      *> (archivo, fecha de vigencia, operador y motivo) seguida de
      *> sus renglones "D" con el contenido completo de la nueva
      *> versión. La versión se guarda en <archivo>.Vnnn, queda
      *> registrada en PARAMVER.DAT y el antes/después renglón por
      *> renglón se agrega a PARAMETROS.AUD. Los programas que usan
      *> estos parámetros toman la versión vigente a su fecha de
      *> corrida (la de mayor vigencia no posterior a esa fecha) y
      *> la imprimen en su encabezado; sin versiones registradas
      *> siguen leyendo el archivo vivo, como siempre.
      *> La primera vez que se versiona un archivo, su contenido
      *> vivo queda como V001 con vigencia 00000000, para que el
      *> primer cambio tenga contra qué compararse. PARAMETROS.RPT
      *> lista lo aplicado y todas las versiones, marcando la
      *> vigente y las programadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Solicitudes de cambio; se borra al terminar. Sin él la
           *> corrida solo lista las versiones.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "PARAMMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.

           *> Registro de versiones: una línea por versión de cada
           *> archivo de parámetros. Solo se le agregan líneas.
           SELECT ARCHIVO-VERSIONES ASSIGN TO "PARAMVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VERSIONES.

           *> Contenido de una versión (<archivo>.Vnnn).
           SELECT ARCHIVO-CONTENIDO
               ASSIGN TO DYNAMIC WS-NOMBRE-CONTENIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTENIDO.

           *> El archivo vivo, solo para tomar la versión inicial.
           SELECT ARCHIVO-VIVO ASSIGN TO DYNAMIC WS-NOMBRE-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VIVO.

           *> Bitácora de auditoría antes/después; se acumula.
           SELECT ARCHIVO-CAMBIOS ASSIGN TO "PARAMETROS.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMBIOS.

           SELECT ARCHIVO-REPORTE ASSIGN TO "PARAMETROS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MOVIMIENTOS.
       01  REGISTRO-MOVIMIENTO.
           *> "C" cabecera del cambio / "D" renglón de contenido
           05  MOV-TIPO             PIC X(1).
           05  MOV-CONTENIDO        PIC X(79).
       01  REGISTRO-MOV-CABECERA.
           05  FILLER               PIC X(1).
           05  MVC-ARCHIVO          PIC X(16).
           05  MVC-VIGENCIA         PIC X(8).
           05  MVC-OPERADOR         PIC X(10).
           05  MVC-MOTIVO           PIC X(26).
           05  FILLER               PIC X(19).

       FD  ARCHIVO-VERSIONES.
       01  REGISTRO-VERSION.
           05  PVR-ARCHIVO          PIC X(16).
           05  PVR-VERSION          PIC 9(3).
           05  PVR-VIGENCIA         PIC 9(8).
           05  PVR-OPERADOR         PIC X(10).
           05  PVR-FECHA-REG        PIC 9(8).
           05  PVR-HORA-REG         PIC 9(6).
           05  PVR-RENGLONES        PIC 9(3).
           05  PVR-MOTIVO           PIC X(26).

       FD  ARCHIVO-CONTENIDO.
       01  REGISTRO-CONTENIDO       PIC X(79).

       FD  ARCHIVO-VIVO.
       01  REGISTRO-VIVO            PIC X(79).

       FD  ARCHIVO-CAMBIOS.
       01  REGISTRO-CAMBIO          PIC X(100).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-MOVIMIENTOS   PIC X(2).
       01  WS-STATUS-VERSIONES     PIC X(2).
       01  WS-STATUS-CONTENIDO     PIC X(2).
       01  WS-STATUS-VIVO          PIC X(2).
       01  WS-STATUS-CAMBIOS       PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-MOVIMIENTOS         PIC X(1) VALUE "N".
           88  FIN-MOVIMIENTOS     VALUE "Y".
       01  EOF-ARCHIVO             PIC X(1).
           88  FIN-ARCHIVO         VALUE "Y".

       01  WS-NOMBRE-CONTENIDO     PIC X(20).
       01  WS-NOMBRE-VIVO          PIC X(16).

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

       *> Los archivos de parámetros que se versionan. Cualquier
       *> otro nombre en una cabecera se rechaza.
       01  TABLA-CONJUNTOS.
           05  FILLER              PIC X(16) VALUE "PESOS.PAR".
           05  FILLER              PIC X(16) VALUE "VENCIMIENTO.PAR".
           05  FILLER              PIC X(16) VALUE "PLANPAGO.PAR".
           05  FILLER              PIC X(16) VALUE "MINIMOS.PAR".
           05  FILLER              PIC X(16) VALUE "RETENCION.PAR".
           05  FILLER              PIC X(16) VALUE "IMPUESTO.TRM".
       01  TABLA-CONJUNTOS-R REDEFINES TABLA-CONJUNTOS.
           05  CONJUNTO-NOMBRE     PIC X(16) OCCURS 6 TIMES.
       01  WS-IDX-CONJUNTO         PIC 9(1).
       01  WS-SW-CONJUNTO          PIC X(1).
           88  CONJUNTO-CONOCIDO   VALUE "Y".

       *> Registro de versiones en memoria (mismo trazado que
       *> REGISTRO-VERSION).
       01  TABLA-VERSIONES.
           05  TOTAL-VERSIONES     PIC 9(3) VALUE 0.
           05  VERSION-ITEM        OCCURS 500 TIMES
                                   INDEXED BY IDX-VERSION.
               10  TVR-ARCHIVO     PIC X(16).
               10  TVR-VERSION     PIC 9(3).
               10  TVR-VIGENCIA    PIC 9(8).
               10  TVR-OPERADOR    PIC X(10).
               10  TVR-FECHA-REG   PIC 9(8).
               10  TVR-HORA-REG    PIC 9(6).
               10  TVR-RENGLONES   PIC 9(3).
               10  TVR-MOTIVO      PIC X(26).

       *> Búsqueda de la versión vigente de un archivo a una fecha:
       *> la de mayor vigencia no posterior a la fecha y, a igual
       *> vigencia, la de número más alto (corrige a la anterior).
       01  WS-CONJUNTO-BUSCADO     PIC X(16).
       01  WS-FECHA-REFERENCIA     PIC 9(8).
       01  WS-IDX-VIGENTE          PIC 9(3).
       01  WS-ULTIMA-VERSION       PIC 9(3).
       01  WS-VERSION-ANTERIOR     PIC 9(3).
       01  WS-VERSION-NUEVA        PIC 9(3).

       *> El cambio en curso, armado con su cabecera y renglones
       01  WS-SW-CAMBIO-PENDIENTE  PIC X(1) VALUE "N".
           88  CAMBIO-PENDIENTE    VALUE "Y".
       01  WS-CAMBIO-ARCHIVO       PIC X(16).
       01  WS-CAMBIO-VIGENCIA-X    PIC X(8).
       01  WS-CAMBIO-VIGENCIA      PIC 9(8).
       01  WS-CAMBIO-VIGENCIA-D REDEFINES WS-CAMBIO-VIGENCIA.
           05  WS-VIG-ANIO         PIC 9(4).
           05  WS-VIG-MES          PIC 9(2).
           05  WS-VIG-DIA          PIC 9(2).
       01  WS-CAMBIO-OPERADOR      PIC X(10).
       01  WS-CAMBIO-MOTIVO        PIC X(26).
       01  WS-SW-DETALLE-EXCEDIDO  PIC X(1).
           88  DETALLE-EXCEDIDO    VALUE "Y".
       01  WS-MOTIVO-RECHAZO       PIC X(30).

       01  WS-DIAS-DEL-MES         PIC 9(2).
       01  WS-COCIENTE-BISIESTO    PIC 9(4).
       01  WS-RESTO-BISIESTO       PIC 9(4).

       *> Contenido nuevo (de PARAMMOV.DAT) y anterior (de la
       *> versión que queda reemplazada), para el antes/después.
       01  TABLA-NUEVOS.
           05  TOTAL-NUEVOS        PIC 9(3) VALUE 0.
           05  NUEVO-RENGLON       PIC X(79) OCCURS 50 TIMES.
       01  TABLA-ANTERIORES.
           05  TOTAL-ANTERIORES    PIC 9(3) VALUE 0.
           05  ANTERIOR-RENGLON    PIC X(79) OCCURS 50 TIMES.
       01  WS-IDX-RENGLON          PIC 9(3).
       01  WS-MAX-RENGLONES        PIC 9(3).
       01  WS-RENGLONES-CAMBIADOS  PIC 9(3).

       *> Línea de la bitácora antes/después
       01  LINEA-CAMBIO-RENGLON.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LCR-SENTIDO         PIC X(8).
           05  FILLER              PIC X(1) VALUE "L".
           05  LCR-RENGLON         PIC 9(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCR-CONTENIDO       PIC X(79).
           05  FILLER              PIC X(6) VALUE SPACES.

       *> Línea del listado de versiones
       01  LINEA-VERSION.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE "V".
           05  LVR-VERSION         PIC 9(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LVR-VIGENCIA        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LVR-OPERADOR        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LVR-FECHA-REG       PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LVR-RENGLONES       PIC 9(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LVR-ESTADO          PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LVR-MOTIVO          PIC X(26).
           05  FILLER              PIC X(1) VALUE SPACE.

       01  MOVIMIENTOS-LEIDOS      PIC 9(6) VALUE 0.
       01  CAMBIOS-APLICADOS       PIC 9(6) VALUE 0.
       01  CAMBIOS-RECHAZADOS      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== MANTENIMIENTO DE PARAMETROS ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           PERFORM CARGAR-VERSIONES
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "MANTENIMIENTO DE PARAMETROS - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-STATUS-MOVIMIENTOS NOT = "00"
               DISPLAY "Sin PARAMMOV.DAT: solo se listan versiones."
               MOVE "SIN SOLICITUDES DE CAMBIO (PARAMMOV.DAT)"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           ELSE
               OPEN EXTEND ARCHIVO-CAMBIOS
               IF WS-STATUS-CAMBIOS NOT = "00"
                   OPEN OUTPUT ARCHIVO-CAMBIOS
               END-IF
               MOVE "CAMBIOS SOLICITADOS:" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM UNTIL FIN-MOVIMIENTOS
                   READ ARCHIVO-MOVIMIENTOS
                       AT END
                           SET FIN-MOVIMIENTOS TO TRUE
                       NOT AT END
                           ADD 1 TO MOVIMIENTOS-LEIDOS
                           PERFORM PROCESAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               IF CAMBIO-PENDIENTE
                   PERFORM APLICAR-CAMBIO
               END-IF
               CLOSE ARCHIVO-MOVIMIENTOS
               CLOSE ARCHIVO-CAMBIOS
               *> Las solicitudes ya quedaron atendidas (aplicadas o
               *> rechazadas en el reporte): se borra, igual que
               *> RECUPERA.PAR en ARCHIVADOR-BITACORAS.
               CALL "CBL_DELETE_FILE" USING "PARAMMOV.DAT"
           END-IF

           PERFORM LISTAR-VERSIONES
           MOVE ALL "-" TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "RENGLONES LEIDOS: " MOVIMIENTOS-LEIDOS
               "  CAMBIOS APLICADOS: " CAMBIOS-APLICADOS
               "  RECHAZADOS: " CAMBIOS-RECHAZADOS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           CLOSE ARCHIVO-REPORTE

           DISPLAY "Cambios aplicados: " CAMBIOS-APLICADOS
               " rechazados: " CAMBIOS-RECHAZADOS
           DISPLAY "Detalle en PARAMETROS.RPT, antes/después en "
               "PARAMETROS.AUD"
           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = renglones de PARAMMOV.DAT, escritos =
           *> versiones nuevas, rechazos = cambios rechazados.
           MOVE "MANTENIMIENTO-PARAM" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE MOVIMIENTOS-LEIDOS TO JRN-LEIDOS
           MOVE CAMBIOS-APLICADOS TO JRN-ESCRITOS
           MOVE CAMBIOS-RECHAZADOS TO JRN-RECHAZOS
           MOVE "N" TO JRN-DISCREPANCIA
           MOVE "N" TO JRN-FIN
           OPEN EXTEND ARCHIVO-JOURNAL
           IF WS-STATUS-JOURNAL NOT = "00"
               OPEN OUTPUT ARCHIVO-JOURNAL
           END-IF
           WRITE REGISTRO-JOURNAL FROM LINEA-JOURNAL
           CLOSE ARCHIVO-JOURNAL.

       CARGAR-VERSIONES.
           MOVE 0 TO TOTAL-VERSIONES
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-VERSIONES
           IF WS-STATUS-VERSIONES = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-VERSIONES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TOTAL-VERSIONES < 500
                               ADD 1 TO TOTAL-VERSIONES
                               SET IDX-VERSION TO TOTAL-VERSIONES
                               MOVE REGISTRO-VERSION
                                   TO VERSION-ITEM(IDX-VERSION)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VERSIONES
           END-IF
           DISPLAY "Versiones registradas: " TOTAL-VERSIONES.

       PROCESAR-MOVIMIENTO.
           EVALUATE MOV-TIPO
               WHEN "C"
                   IF CAMBIO-PENDIENTE
                       PERFORM APLICAR-CAMBIO
                   END-IF
                   MOVE MVC-ARCHIVO TO WS-CAMBIO-ARCHIVO
                   MOVE MVC-VIGENCIA TO WS-CAMBIO-VIGENCIA-X
                   MOVE MVC-OPERADOR TO WS-CAMBIO-OPERADOR
                   MOVE MVC-MOTIVO TO WS-CAMBIO-MOTIVO
                   MOVE 0 TO TOTAL-NUEVOS
                   MOVE "N" TO WS-SW-DETALLE-EXCEDIDO
                   SET CAMBIO-PENDIENTE TO TRUE
               WHEN "D"
                   IF NOT CAMBIO-PENDIENTE
                       MOVE SPACES TO REGISTRO-REPORTE
                       STRING "  RECHAZADO: RENGLON " MOVIMIENTOS-LEIDOS
                           " SIN CABECERA DE CAMBIO"
                           DELIMITED BY SIZE INTO REGISTRO-REPORTE
                       WRITE REGISTRO-REPORTE
                       ADD 1 TO CAMBIOS-RECHAZADOS
                   ELSE
                       IF TOTAL-NUEVOS < 50
                           ADD 1 TO TOTAL-NUEVOS
                           MOVE MOV-CONTENIDO
                               TO NUEVO-RENGLON(TOTAL-NUEVOS)
                       ELSE
                           SET DETALLE-EXCEDIDO TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO REGISTRO-REPORTE
                   STRING "  RECHAZADO: RENGLON " MOVIMIENTOS-LEIDOS
                       " CON TIPO DESCONOCIDO '" MOV-TIPO "'"
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
                   ADD 1 TO CAMBIOS-RECHAZADOS
           END-EVALUATE.

       APLICAR-CAMBIO.
           MOVE "N" TO WS-SW-CAMBIO-PENDIENTE
           PERFORM VALIDAR-CAMBIO
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               ADD 1 TO CAMBIOS-RECHAZADOS
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  RECHAZADO: " WS-CAMBIO-ARCHIVO " VIGENCIA "
                   WS-CAMBIO-VIGENCIA-X " - " WS-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               DISPLAY "RECHAZADO " WS-CAMBIO-ARCHIVO ": "
                   WS-MOTIVO-RECHAZO
           ELSE
               PERFORM REGISTRAR-NUEVA-VERSION
           END-IF.

       VALIDAR-CAMBIO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE "N" TO WS-SW-CONJUNTO
           PERFORM VARYING WS-IDX-CONJUNTO FROM 1 BY 1
                   UNTIL WS-IDX-CONJUNTO > 6
               IF CONJUNTO-NOMBRE(WS-IDX-CONJUNTO) = WS-CAMBIO-ARCHIVO
                   SET CONJUNTO-CONOCIDO TO TRUE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CAMBIO-VIGENCIA
           MOVE 0 TO WS-DIAS-DEL-MES
           IF WS-CAMBIO-VIGENCIA-X IS NUMERIC
               MOVE WS-CAMBIO-VIGENCIA-X TO WS-CAMBIO-VIGENCIA
               IF WS-VIG-MES >= 1 AND WS-VIG-MES <= 12
                   PERFORM CALCULAR-DIAS-DEL-MES
               END-IF
           END-IF

           *> Una vigencia anterior a hoy reescribiría lo que ya
           *> corrió con otros valores: no se acepta.
           EVALUATE TRUE
               WHEN NOT CONJUNTO-CONOCIDO
                   MOVE "ARCHIVO NO VERSIONADO" TO WS-MOTIVO-RECHAZO
               WHEN WS-DIAS-DEL-MES = 0 OR WS-VIG-DIA = 0 OR
                    WS-VIG-DIA > WS-DIAS-DEL-MES
                   MOVE "FECHA DE VIGENCIA INVALIDA"
                       TO WS-MOTIVO-RECHAZO
               WHEN WS-CAMBIO-VIGENCIA < WS-FECHA-HOY
                   MOVE "VIGENCIA RETROACTIVA" TO WS-MOTIVO-RECHAZO
               WHEN WS-CAMBIO-OPERADOR = SPACES
                   MOVE "SIN OPERADOR" TO WS-MOTIVO-RECHAZO
               WHEN TOTAL-NUEVOS = 0
                   MOVE "SIN RENGLONES DE CONTENIDO"
                       TO WS-MOTIVO-RECHAZO
               WHEN DETALLE-EXCEDIDO
                   MOVE "MAS DE 50 RENGLONES" TO WS-MOTIVO-RECHAZO
               WHEN TOTAL-VERSIONES > 497
                   MOVE "REGISTRO DE VERSIONES LLENO"
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CALCULAR-DIAS-DEL-MES.
           EVALUATE WS-VIG-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-DEL-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-DEL-MES
               WHEN OTHER
                   DIVIDE WS-VIG-ANIO BY 4
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = 0
                       MOVE 29 TO WS-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-DEL-MES
                   END-IF
           END-EVALUATE.

       REGISTRAR-NUEVA-VERSION.
           MOVE WS-CAMBIO-ARCHIVO TO WS-CONJUNTO-BUSCADO
           PERFORM BUSCAR-ULTIMA-VERSION
           IF WS-ULTIMA-VERSION = 0
               PERFORM TOMAR-VERSION-INICIAL
           END-IF

           *> Lo que queda reemplazado es la versión que regiría en
           *> la nueva fecha de vigencia si el cambio no existiera.
           MOVE WS-CAMBIO-VIGENCIA TO WS-FECHA-REFERENCIA
           PERFORM BUSCAR-VERSION-VIGENTE
           MOVE 0 TO TOTAL-ANTERIORES
           MOVE 0 TO WS-VERSION-ANTERIOR
           IF WS-IDX-VIGENTE > 0
               MOVE TVR-VERSION(WS-IDX-VIGENTE) TO WS-VERSION-ANTERIOR
               PERFORM CARGAR-CONTENIDO-ANTERIOR
           END-IF

           COMPUTE WS-VERSION-NUEVA = WS-ULTIMA-VERSION + 1
           PERFORM ARMAR-NOMBRE-CONTENIDO
           OPEN OUTPUT ARCHIVO-CONTENIDO
           PERFORM VARYING WS-IDX-RENGLON FROM 1 BY 1
                   UNTIL WS-IDX-RENGLON > TOTAL-NUEVOS
               WRITE REGISTRO-CONTENIDO
                   FROM NUEVO-RENGLON(WS-IDX-RENGLON)
           END-PERFORM
           CLOSE ARCHIVO-CONTENIDO

           MOVE WS-CAMBIO-ARCHIVO TO PVR-ARCHIVO
           MOVE WS-VERSION-NUEVA TO PVR-VERSION
           MOVE WS-CAMBIO-VIGENCIA TO PVR-VIGENCIA
           MOVE WS-CAMBIO-OPERADOR TO PVR-OPERADOR
           MOVE TOTAL-NUEVOS TO PVR-RENGLONES
           MOVE WS-CAMBIO-MOTIVO TO PVR-MOTIVO
           PERFORM AGREGAR-VERSION

           PERFORM ESCRIBIR-ANTES-DESPUES
           ADD 1 TO CAMBIOS-APLICADOS
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  APLICADO: " WS-CAMBIO-ARCHIVO " V"
               WS-VERSION-NUEVA " VIGENCIA " WS-CAMBIO-VIGENCIA
               " REEMPLAZA V" WS-VERSION-ANTERIOR " CAMBIAN "
               WS-RENGLONES-CAMBIADOS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           DISPLAY "APLICADO " WS-CAMBIO-ARCHIVO " V"
               WS-VERSION-NUEVA " vigente desde " WS-CAMBIO-VIGENCIA.

       TOMAR-VERSION-INICIAL.
           *> Primera versión de este archivo: su contenido vivo
           *> queda como V001, vigente desde siempre.
           MOVE WS-CAMBIO-ARCHIVO TO WS-NOMBRE-VIVO
           MOVE 0 TO TOTAL-ANTERIORES
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-VIVO
           IF WS-STATUS-VIVO = "00"
               MOVE 1 TO WS-VERSION-NUEVA
               PERFORM ARMAR-NOMBRE-CONTENIDO
               OPEN OUTPUT ARCHIVO-CONTENIDO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-VIVO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO TOTAL-ANTERIORES
                           WRITE REGISTRO-CONTENIDO FROM REGISTRO-VIVO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VIVO
               CLOSE ARCHIVO-CONTENIDO

               MOVE WS-CAMBIO-ARCHIVO TO PVR-ARCHIVO
               MOVE 1 TO PVR-VERSION
               MOVE 0 TO PVR-VIGENCIA
               MOVE "INICIAL" TO PVR-OPERADOR
               MOVE TOTAL-ANTERIORES TO PVR-RENGLONES
               MOVE "CONTENIDO PREVIO" TO PVR-MOTIVO
               PERFORM AGREGAR-VERSION
               MOVE 1 TO WS-ULTIMA-VERSION

               MOVE SPACES TO REGISTRO-CAMBIO
               STRING "INICIAL " WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
                   " " WS-CAMBIO-ARCHIVO " V001 TOMADA DEL ARCHIVO "
                   "VIVO (" TOTAL-ANTERIORES " RENGLONES)"
                   DELIMITED BY SIZE INTO REGISTRO-CAMBIO
               WRITE REGISTRO-CAMBIO
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  INICIAL:  " WS-CAMBIO-ARCHIVO
                   " V001 TOMADA DEL ARCHIVO VIVO"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       AGREGAR-VERSION.
           *> REGISTRO-VERSION ya trae archivo, versión, vigencia,
           *> operador, renglones y motivo.
           MOVE WS-FECHA-HOY TO PVR-FECHA-REG
           MOVE WS-HORA-AHORA(1:6) TO PVR-HORA-REG
           ADD 1 TO TOTAL-VERSIONES
           SET IDX-VERSION TO TOTAL-VERSIONES
           MOVE REGISTRO-VERSION TO VERSION-ITEM(IDX-VERSION)
           OPEN EXTEND ARCHIVO-VERSIONES
           IF WS-STATUS-VERSIONES NOT = "00"
               OPEN OUTPUT ARCHIVO-VERSIONES
           END-IF
           WRITE REGISTRO-VERSION FROM VERSION-ITEM(IDX-VERSION)
           CLOSE ARCHIVO-VERSIONES.

       ARMAR-NOMBRE-CONTENIDO.
           MOVE SPACES TO WS-NOMBRE-CONTENIDO
           STRING WS-CAMBIO-ARCHIVO DELIMITED BY SPACE
               ".V" WS-VERSION-NUEVA DELIMITED BY SIZE
               INTO WS-NOMBRE-CONTENIDO.

       BUSCAR-ULTIMA-VERSION.
           MOVE 0 TO WS-ULTIMA-VERSION
           PERFORM VARYING IDX-VERSION FROM 1 BY 1
                   UNTIL IDX-VERSION > TOTAL-VERSIONES
               IF TVR-ARCHIVO(IDX-VERSION) = WS-CONJUNTO-BUSCADO AND
                  TVR-VERSION(IDX-VERSION) > WS-ULTIMA-VERSION
                   MOVE TVR-VERSION(IDX-VERSION) TO WS-ULTIMA-VERSION
               END-IF
           END-PERFORM.

       BUSCAR-VERSION-VIGENTE.
           *> Mismo criterio que los programas que leen estos
           *> parámetros (ver SELECCIONAR-VERSION-PARAM en ellos).
           MOVE 0 TO WS-IDX-VIGENTE
           PERFORM VARYING IDX-VERSION FROM 1 BY 1
                   UNTIL IDX-VERSION > TOTAL-VERSIONES
               IF TVR-ARCHIVO(IDX-VERSION) = WS-CONJUNTO-BUSCADO AND
                  TVR-VIGENCIA(IDX-VERSION) <= WS-FECHA-REFERENCIA
                   IF WS-IDX-VIGENTE = 0
                       SET WS-IDX-VIGENTE TO IDX-VERSION
                   ELSE
                       IF TVR-VIGENCIA(IDX-VERSION) >
                          TVR-VIGENCIA(WS-IDX-VIGENTE)
                          OR (TVR-VIGENCIA(IDX-VERSION) =
                              TVR-VIGENCIA(WS-IDX-VIGENTE) AND
                              TVR-VERSION(IDX-VERSION) >
                              TVR-VERSION(WS-IDX-VIGENTE))
                           SET WS-IDX-VIGENTE TO IDX-VERSION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-CONTENIDO-ANTERIOR.
           MOVE SPACES TO WS-NOMBRE-CONTENIDO
           STRING WS-CAMBIO-ARCHIVO DELIMITED BY SPACE
               ".V" WS-VERSION-ANTERIOR DELIMITED BY SIZE
               INTO WS-NOMBRE-CONTENIDO
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-CONTENIDO
           IF WS-STATUS-CONTENIDO NOT = "00"
               DISPLAY "AVISO: " WS-NOMBRE-CONTENIDO " no existe; el "
                   "antes queda vacio."
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CONTENIDO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TOTAL-ANTERIORES < 50
                               ADD 1 TO TOTAL-ANTERIORES
                               MOVE REGISTRO-CONTENIDO TO
                                   ANTERIOR-RENGLON(TOTAL-ANTERIORES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONTENIDO
           END-IF.

       ESCRIBIR-ANTES-DESPUES.
           MOVE SPACES TO REGISTRO-CAMBIO
           STRING "CAMBIO  " WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               " " WS-CAMBIO-ARCHIVO " V" WS-VERSION-ANTERIOR
               " -> V" WS-VERSION-NUEVA " VIGENCIA "
               WS-CAMBIO-VIGENCIA
               DELIMITED BY SIZE INTO REGISTRO-CAMBIO
           WRITE REGISTRO-CAMBIO
           MOVE SPACES TO REGISTRO-CAMBIO
           STRING "  OPERADOR " WS-CAMBIO-OPERADOR
               " MOTIVO " WS-CAMBIO-MOTIVO
               DELIMITED BY SIZE INTO REGISTRO-CAMBIO
           WRITE REGISTRO-CAMBIO

           *> Solo los renglones que difieren, con su número.
           MOVE 0 TO WS-RENGLONES-CAMBIADOS
           MOVE TOTAL-NUEVOS TO WS-MAX-RENGLONES
           IF TOTAL-ANTERIORES > WS-MAX-RENGLONES
               MOVE TOTAL-ANTERIORES TO WS-MAX-RENGLONES
           END-IF
           PERFORM VARYING WS-IDX-RENGLON FROM 1 BY 1
                   UNTIL WS-IDX-RENGLON > WS-MAX-RENGLONES
               PERFORM COMPARAR-UN-RENGLON
           END-PERFORM
           IF WS-RENGLONES-CAMBIADOS = 0
               MOVE "  SIN DIFERENCIAS CONTRA LA VERSION ANTERIOR"
                   TO REGISTRO-CAMBIO
               WRITE REGISTRO-CAMBIO
           END-IF.

       COMPARAR-UN-RENGLON.
           IF WS-IDX-RENGLON > TOTAL-ANTERIORES
               MOVE "(SIN RENGLON)" TO LCR-CONTENIDO
           ELSE
               MOVE ANTERIOR-RENGLON(WS-IDX-RENGLON) TO LCR-CONTENIDO
           END-IF
           IF WS-IDX-RENGLON > TOTAL-NUEVOS OR
              WS-IDX-RENGLON > TOTAL-ANTERIORES OR
              ANTERIOR-RENGLON(WS-IDX-RENGLON) NOT =
                  NUEVO-RENGLON(WS-IDX-RENGLON)
               ADD 1 TO WS-RENGLONES-CAMBIADOS
               MOVE WS-IDX-RENGLON TO LCR-RENGLON
               MOVE "ANTES" TO LCR-SENTIDO
               WRITE REGISTRO-CAMBIO FROM LINEA-CAMBIO-RENGLON
               IF WS-IDX-RENGLON > TOTAL-NUEVOS
                   MOVE "(SIN RENGLON)" TO LCR-CONTENIDO
               ELSE
                   MOVE NUEVO-RENGLON(WS-IDX-RENGLON) TO LCR-CONTENIDO
               END-IF
               MOVE "DESPUES" TO LCR-SENTIDO
               WRITE REGISTRO-CAMBIO FROM LINEA-CAMBIO-RENGLON
           END-IF.

       LISTAR-VERSIONES.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "VERSIONES REGISTRADAS (VIGENTE = LA QUE RIGE HOY "
               WS-FECHA-HOY ")"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "   VER  VIGENCIA OPERADOR   REGISTRO REN "
               "ESTADO     MOTIVO"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           PERFORM VARYING WS-IDX-CONJUNTO FROM 1 BY 1
                   UNTIL WS-IDX-CONJUNTO > 6
               PERFORM LISTAR-UN-CONJUNTO
           END-PERFORM.

       LISTAR-UN-CONJUNTO.
           MOVE CONJUNTO-NOMBRE(WS-IDX-CONJUNTO) TO WS-CONJUNTO-BUSCADO
           MOVE WS-FECHA-HOY TO WS-FECHA-REFERENCIA
           PERFORM BUSCAR-VERSION-VIGENTE
           PERFORM BUSCAR-ULTIMA-VERSION
           MOVE SPACES TO REGISTRO-REPORTE
           IF WS-ULTIMA-VERSION = 0
               STRING "== " WS-CONJUNTO-BUSCADO
                   " SIN VERSIONES (SE LEE EL ARCHIVO VIVO)"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           ELSE
               STRING "== " WS-CONJUNTO-BUSCADO
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           END-IF
           WRITE REGISTRO-REPORTE
           PERFORM VARYING IDX-VERSION FROM 1 BY 1
                   UNTIL IDX-VERSION > TOTAL-VERSIONES
               IF TVR-ARCHIVO(IDX-VERSION) = WS-CONJUNTO-BUSCADO
                   MOVE TVR-VERSION(IDX-VERSION) TO LVR-VERSION
                   MOVE TVR-VIGENCIA(IDX-VERSION) TO LVR-VIGENCIA
                   MOVE TVR-OPERADOR(IDX-VERSION) TO LVR-OPERADOR
                   MOVE TVR-FECHA-REG(IDX-VERSION) TO LVR-FECHA-REG
                   MOVE TVR-RENGLONES(IDX-VERSION) TO LVR-RENGLONES
                   MOVE TVR-MOTIVO(IDX-VERSION) TO LVR-MOTIVO
                   EVALUATE TRUE
                       WHEN IDX-VERSION = WS-IDX-VIGENTE
                           MOVE "VIGENTE" TO LVR-ESTADO
                       WHEN TVR-VIGENCIA(IDX-VERSION) > WS-FECHA-HOY
                           MOVE "PROGRAMADA" TO LVR-ESTADO
                       WHEN OTHER
                           MOVE "HISTORICA" TO LVR-ESTADO
                   END-EVALUATE
                   WRITE REGISTRO-REPORTE FROM LINEA-VERSION
               END-IF
           END-PERFORM.
