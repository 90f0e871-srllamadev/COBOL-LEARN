           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRASPASOS.

           *> Receta de cada kit o pack promocional: código del kit,
           *> CODIGO-PRODUCTO del componente y cuántos lleva cada kit.
           SELECT ARCHIVO-RECETAS-KIT ASSIGN TO "KITS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECETAS-KIT.

           *> Armados (A) y desarmados (D) de kits pendientes de
           *> aplicar: kit, bodega y cantidad de kits. Los componentes
           *> salen de (o vuelven a) la misma bodega del kit.
           SELECT ARCHIVO-ARMADOS ASSIGN TO "ARMADO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARMADOS.

           *> Hojas del conteo físico semestral ya capturadas: código,
           *> bodega, cantidad contada e iniciales de quien contó.
           SELECT ARCHIVO-CONTEO ASSIGN TO "CONTEO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTEO.

           *> Límites sobre los que un ajuste de conteo no se postea
           *> solo: valor de la diferencia a costo promedio y
           *> porcentaje sobre el libro. Lo mantiene operaciones y NO
           *> se borra al leerlo (a diferencia de MINIMOS.PAR).
           SELECT ARCHIVO-PARAM-CONTEO ASSIGN TO "CONTEO.PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-CONTEO.

           *> Ajustes de conteo retenidos esperando que un supervisor
           *> (nivel 3, distinto de quien capturó el conteo) los
           *> apruebe o rechace desde el menú.
           SELECT ARCHIVO-AJUSTES-PEND ASSIGN TO "AJUSTES.PEN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AJUSTES-PEND.

           *> Diario de operaciones común a todos los programas del
           *> turno nocturno: un registro de control al iniciar y otro
           *> al terminar, con contadores y bandera de discrepancia,
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OC-ABIERTAS.

           *> Historia de líneas de orden ya cerradas (surtidas o
           *> excedidas): al retirarlas de OCABIERTA.DAT se agregan
           *> aquí con su fecha de cierre, para que la conciliación
           *> de facturas pueda casar contra una orden ya recibida
           *> completa y compras conserve con qué medir a cada
           *> proveedor.
           SELECT ARCHIVO-OC-HISTORIA ASSIGN TO "OCHISTORIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OC-HISTORIA.

           *> Órdenes vencidas: líneas abiertas cuya fecha esperada
           *> de entrega (PRV-DIAS-ENTREGA sumados al día de la
           *> orden) ya pasó, para que compras persiga al proveedor.
           SELECT ARCHIVO-OC-VENCIDAS ASSIGN TO "OCVENCIDA.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           *> Códigos que calidad exige inspeccionar antes de vender:
           *> lo recibido de ellos no entra a STOCK-ACTUAL sino a
           *> cuarentena hasta que llegue el resultado.
           SELECT ARCHIVO-CALIDAD ASSIGN TO "CALIDAD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CALIDAD.

           *> Recepciones retenidas en cuarentena, una por entrega,
           *> con lo que todavía queda sin inspeccionar. Despachos,
           *> reservas y disponible no la ven: no es STOCK-ACTUAL.
           SELECT ARCHIVO-CUARENTENA ASSIGN TO "CUARENTENA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CUARENTENA.

           *> Resultados de inspección pendientes de aplicar: liberar
           *> a stock o rechazar al proveedor.
           SELECT ARCHIVO-INSPECCION ASSIGN TO "INSPECCION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INSPECCION.

           *> Bitácora de resultados aplicados (liberados y
           *> rechazados), con inspector y operador.
           SELECT ARCHIVO-BITACORA-INSP ASSIGN TO "INSPECCION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BITACORA-INSP.

           *> Mercancía en cuarentena y días que lleva esperando.
           SELECT ARCHIVO-REPORTE-CUARENTENA
           ASSIGN TO "CUARENTENA.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           *> Facturas de flete, aranceles y manejo que llegan después
           *> de la recepción, a repartir sobre los lotes que causaron.
           SELECT ARCHIVO-COSTEO ASSIGN TO "COSTEO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COSTEO.

           *> Cargos que no se pudieron repartir, para corregirse.
           SELECT ARCHIVO-COSTEO-RECHAZOS ASSIGN TO "COSTEO.RCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COSTEO-RECH.

           *> Costo de cada lote y costo promedio antes y después del
           *> reparto, para contabilidad.
           SELECT ARCHIVO-REPORTE-COSTEO ASSIGN TO "COSTEO.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           *> Bitácora de cargos aplicados (documento, concepto e
           *> importe), de donde contabilidad toma los asientos.
           SELECT ARCHIVO-BITACORA-COSTEO ASSIGN TO "COSTEO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BITACORA-CST.

           *> Maestro de destinos/clientes de los despachos: código,
           *> nombre y bandera de activo. Acaba con el texto libre de
           *> SAL-DESTINO, donde la misma sucursal aparecía escrita
           *> corre el recálculo a partir del consumo real de
           *> SALIDAS.LOG y los días de entrega del proveedor, y el
           *> archivo se borra al terminar, igual que CORRECCION.DAT
           *> en el cálculo de renta. Si el margen está versionado
           *> (ver MANTENIMIENTO-PARAMETROS) el margen se lee de la
           *> versión vigente MINIMOS.PAR.Vnnn; el disparador sigue
           *> diciendo si la corrida solo propone o aplica.
           SELECT ARCHIVO-PARAM-MINIMOS
           ASSIGN TO DYNAMIC WS-NOMBRE-MINIMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAM-MIN.

           *> Registro de versiones de parámetros.
           SELECT ARCHIVO-VERSIONES ASSIGN TO "PARAMVER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VERSIONES.

           *> Actual contra propuesto con el razonamiento (consumo
           *> diario, días de entrega, margen), para que alguien
           *> apruebe con números.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BITACORA-DEV.

           *> Traza de lotes: una línea por cada capa de LOTES.DAT
           *> que un despacho consumió (tipo "S") y por cada
           *> devolución que la regresó (tipo "D"), con la fecha de
           *> lote y de vencimiento y el destino. Es lo que le
           *> faltaba a SALIDAS.LOG para saber a qué destinos fue un
           *> lote retirado por el proveedor (ver RETIRO-LOTE).
           SELECT ARCHIVO-TRAZA-LOTES ASSIGN TO "TRAZALOTE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAZA-LOTES.

           *> Unidades de medida por CODIGO-PRODUCTO: unidad base del
           *> stock, unidad de compra y de despacho con cuántas
           *> unidades base trae cada empaque.
           SELECT ARCHIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-UNIDADES.

           *> Resumen de devoluciones: qué destinos y productos
           *> rebotan más, con el desglose por motivo.
           SELECT ARCHIVO-REPORTE-DEV ASSIGN TO "DEVOLUCION.RPT"
           05  REC-CODIGO           PIC X(6).
           05  REC-UBICACION        PIC X(4).
           05  REC-CANTIDAD         PIC 9(4).
           *> Unidad en que viene REC-CANTIDAD: en blanco es la
           *> unidad de compra del producto (ver UNIDADES.DAT).
           05  REC-UNIDAD           PIC X(3).

       FD  ARCHIVO-BITACORA-RECEP.
       01  REGISTRO-BITACORA-RECEP  PIC X(80).
           05  SAL-UBICACION        PIC X(4).
           05  SAL-CANTIDAD         PIC 9(4).
           05  SAL-DESTINO          PIC X(10).
           *> Unidad en que viene SAL-CANTIDAD: en blanco es la
           *> unidad de despacho del producto (ver UNIDADES.DAT).
           05  SAL-UNIDAD           PIC X(3).

       FD  ARCHIVO-BITACORA-SALIDAS.
       01  REGISTRO-BITACORA-SALIDA PIC X(80).
           05  TRA-UBIC-DESTINO     PIC X(4).
           05  TRA-CANTIDAD         PIC 9(4).

       FD  ARCHIVO-RECETAS-KIT.
       01  REGISTRO-RECETA-KIT.
           05  KIT-CODIGO           PIC X(6).
           05  KIT-COMPONENTE       PIC X(6).
           05  KIT-CANTIDAD         PIC 9(4).

       FD  ARCHIVO-ARMADOS.
       01  REGISTRO-ARMADO.
           05  ARM-TIPO             PIC X(1).
               88  ARM-ARMAR        VALUE "A".
               88  ARM-DESARMAR     VALUE "D".
           05  ARM-CODIGO           PIC X(6).
           05  ARM-UBICACION        PIC X(4).
           05  ARM-CANTIDAD         PIC 9(4).

       FD  ARCHIVO-CONTEO.
       01  REGISTRO-CONTEO.
           05  CON-CODIGO           PIC X(6).
           05  CON-CANTIDAD         PIC 9(4).
           05  CON-INICIALES        PIC X(3).

       FD  ARCHIVO-PARAM-CONTEO.
       01  REGISTRO-PARAM-CONTEO.
           05  PCO-VALOR-LIMITE     PIC 9(7)V99.
           05  PCO-PORCENTAJE-LIMITE PIC 9(3).

       FD  ARCHIVO-AJUSTES-PEND.
       01  REGISTRO-AJUSTE-PEND.
           05  PEN-FECHA            PIC 9(8).
           05  PEN-HORA             PIC 9(6).
           05  PEN-CODIGO           PIC X(6).
           05  PEN-UBICACION        PIC X(4).
           05  PEN-STOCK-LIBRO      PIC 9(4).
           05  PEN-STOCK-CONTADO    PIC 9(4).
           05  PEN-VALOR-DIF        PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05  PEN-INICIALES        PIC X(3).
           05  PEN-OPERADOR         PIC X(8).

       FD  ARCHIVO-REPORTE-CONTEO.
       01  REGISTRO-REPORTE-CONTEO  PIC X(80).

       01  REGISTRO-ABC             PIC X(80).

       FD  ARCHIVO-SUSPENSO-TEMP.
       01  REGISTRO-SUSPENSO-TEMP   PIC X(50).

       FD  ARCHIVO-SUSPENSO.
       01  REGISTRO-SUSPENSO.
           05  SUS-CANTIDAD         PIC 9(4).
           05  SUS-FECHA            PIC 9(8).
           05  SUS-MOTIVO           PIC X(25).
           *> Unidad de SUS-CANTIDAD, siempre explícita: la línea que
           *> llegó sin unidad se graba con la de compra. En blanco
           *> solo la traen las líneas anteriores a las unidades de
           *> medida, cuya cantidad ya estaba en unidad base.
           05  SUS-UNIDAD           PIC X(3).

       FD  ARCHIVO-PRECIOS.
       01  REGISTRO-PRECIO.
           05  OCA-FECHA-ESPERADA   PIC 9(8).
           *> "A" abierta / "C" cerrada (surtida) / "E" con exceso
           05  OCA-ESTADO           PIC X(1).
           *> Costo unitario pactado (el costo promedio al generar la
           *> orden) y fecha en que la recepción cerró la línea. Las
           *> líneas grabadas antes de existir estos campos los traen
           *> en blanco: sin costo la factura queda retenida.
           05  OCA-COSTO-UNITARIO   PIC 9(5)V99.
           05  OCA-FECHA-CIERRE     PIC 9(8).

       FD  ARCHIVO-OC-HISTORIA.
       01  REGISTRO-OC-HISTORIA     PIC X(80).

       FD  ARCHIVO-OC-VENCIDAS.
       01  REGISTRO-OC-VENCIDA      PIC X(80).

       FD  ARCHIVO-CALIDAD.
       01  REGISTRO-CALIDAD.
           05  CAL-CODIGO           PIC X(6).

       FD  ARCHIVO-CUARENTENA.
       01  REGISTRO-CUARENTENA.
           05  CUA-FECHA            PIC 9(8).
           05  CUA-HORA             PIC 9(6).
           05  CUA-CODIGO           PIC X(6).
           05  CUA-UBICACION        PIC X(4).
           *> Pendiente de inspeccionar, en unidad base
           05  CUA-CANTIDAD         PIC 9(4).
           05  CUA-OPERADOR         PIC X(8).

       FD  ARCHIVO-INSPECCION.
       01  REGISTRO-INSPECCION.
           05  INS-CODIGO           PIC X(6).
           05  INS-UBICACION        PIC X(4).
           *> "L" liberar a stock / "R" rechazar al proveedor
           05  INS-RESULTADO        PIC X(1).
               88  INS-LIBERAR      VALUE "L".
               88  INS-RECHAZAR     VALUE "R".
           *> Cantidad en unidad base
           05  INS-CANTIDAD         PIC 9(4).
           05  INS-INSPECTOR        PIC X(3).

       FD  ARCHIVO-BITACORA-INSP.
       01  REGISTRO-BITACORA-INSP   PIC X(80).

       FD  ARCHIVO-REPORTE-CUARENTENA.
       01  REGISTRO-REPORTE-CUARENTENA PIC X(80).

       FD  ARCHIVO-COSTEO.
       01  REGISTRO-COSTEO.
           *> Factura del transportista, agente o almacén
           05  CST-DOCUMENTO        PIC X(10).
           *> FLETE, ARANCEL, MANEJO...
           05  CST-CONCEPTO         PIC X(8).
           *> "O" por orden de compra / "F" por fecha de recepción
           05  CST-REFERENCIA       PIC X(1).
               88  CST-POR-ORDEN    VALUE "O".
               88  CST-POR-FECHA    VALUE "F".
           05  CST-ORDEN            PIC X(17).
           05  CST-FECHA-RECEP      PIC 9(8).
           *> "V" por valor del lote / "C" por cantidad
           05  CST-METODO           PIC X(1).
               88  CST-POR-VALOR    VALUE "V".
               88  CST-POR-CANTIDAD VALUE "C".
           05  CST-IMPORTE          PIC 9(7)V99.

       FD  ARCHIVO-COSTEO-RECHAZOS.
       01  REGISTRO-COSTEO-RECHAZO  PIC X(54).

       FD  ARCHIVO-REPORTE-COSTEO.
       01  REGISTRO-REPORTE-COSTEO  PIC X(100).

       FD  ARCHIVO-BITACORA-COSTEO.
       01  REGISTRO-BITACORA-COSTEO PIC X(80).

       FD  ARCHIVO-DESTINOS.
       01  REGISTRO-DESTINO.
           05  DES-CODIGO           PIC X(10).
           *> cosa deja la corrida en solo-propuesta.
           05  MIN-APLICAR          PIC X(1).

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

       FD  ARCHIVO-REPORTE-MINIMOS.
       01  REGISTRO-REPORTE-MIN     PIC X(80).

       FD  ARCHIVO-BITACORA-DEV.
       01  REGISTRO-BITACORA-DEV    PIC X(80).

       FD  ARCHIVO-TRAZA-LOTES.
       01  REGISTRO-TRAZA-LOTE      PIC X(80).

       FD  ARCHIVO-UNIDADES.
       01  REGISTRO-UNIDAD.
           05  UNI-CODIGO           PIC X(6).
           05  UNI-BASE             PIC X(3).
           05  UNI-COMPRA           PIC X(3).
           05  UNI-FACTOR-COMPRA    PIC 9(4).
           05  UNI-DESPACHO         PIC X(3).
           05  UNI-FACTOR-DESPACHO  PIC 9(4).

       FD  ARCHIVO-REPORTE-DEV.
       01  REGISTRO-REPORTE-DEV     PIC X(80).

       01  WS-MOV-LOTE-COSTO       PIC 9(5)V99.
       01  WS-CANT-PENDIENTE       PIC 9(5).
       01  WS-IDX-LOTE-VIEJO       PIC 9(4).

       *> Traza de lotes de los despachos y devoluciones: con el
       *> switch prendido, cada capa consumida deja su línea en
       *> TRAZALOTE.LOG a nombre de WS-MOV-LOTE-DESTINO.
       01  WS-STATUS-TRAZA-LOTES   PIC X(2).
       01  EOF-TRAZA-LOTES         PIC X(1).
           88  FIN-TRAZA-LOTES     VALUE "Y".
       01  SW-TRAZAR-LOTES         PIC X(1) VALUE "N".
           88  TRAZAR-LOTES        VALUE "Y".
       01  WS-MOV-LOTE-DESTINO     PIC X(10).
       01  WS-CANT-TOMADA          PIC 9(5).
       01  WS-SW-LOTE-DESPACHADO   PIC X(1).
           88  LOTE-DESPACHADO     VALUE "Y".
       01  WS-LOTE-DEV-FECHA       PIC 9(8).
       01  WS-LOTE-DEV-VENCE       PIC 9(8).
       01  WS-LOTE-DEV-MARCA       PIC 9(14).
       01  WS-TRAZA-MARCA          PIC 9(14).

       *> Unidades de medida en memoria. El stock, los lotes, las
       *> reservas y las bitácoras siguen en unidad base; solo la
       *> captura y la impresión de recepciones, órdenes de compra y
       *> despachos van en la unidad de cada uno. Un código sin
       *> registro en UNIDADES.DAT trabaja todo en unidad base.
       01  WS-STATUS-UNIDADES      PIC X(2).
       01  EOF-UNIDADES            PIC X(1).
           88  FIN-UNIDADES        VALUE "Y".
       01  TABLA-UNIDADES.
           05  TOTAL-UNIDADES      PIC 9(4) VALUE 0.
           05  UNIDAD-ITEM         OCCURS 2000 TIMES
                                   INDEXED BY IDX-UNIDAD.
               10  UND-CODIGO      PIC X(6).
               10  UND-BASE        PIC X(3).
               10  UND-COMPRA      PIC X(3).
               10  UND-FACTOR-COMPRA PIC 9(4).
               10  UND-DESPACHO    PIC X(3).
               10  UND-FACTOR-DESPACHO PIC 9(4).
       01  WS-UNIDAD-CODIGO        PIC X(6).
       01  WS-UNIDAD-BASE          PIC X(3).
       01  WS-UNIDAD-COMPRA        PIC X(3).
       01  WS-FACTOR-COMPRA        PIC 9(4).
       01  WS-UNIDAD-DESPACHO      PIC X(3).
       01  WS-FACTOR-DESPACHO      PIC 9(4).
       01  WS-UNIDAD-MOV           PIC X(3).
       01  WS-FACTOR-MOV           PIC 9(4).
       01  WS-SW-UNIDAD-VALIDA     PIC X(1).
           88  UNIDAD-VALIDA       VALUE "Y".
       01  WS-CANT-BASE-MOV        PIC 9(8).
       01  WS-REC-CANT-BASE        PIC 9(4).
       01  WS-SAL-CANT-BASE        PIC 9(4).
       01  WS-EMPAQUES-OC          PIC 9(5).
       01  WS-COSTO-EMPAQUE        PIC 9(7)V99.
       01  LINEA-TRAZA-LOTE.
           05  TZ-FECHA            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TZ-HORA             PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           *> "S" salida a destino / "D" devolución del destino
           05  TZ-TIPO             PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TZ-CODIGO           PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TZ-UBICACION        PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           *> Fecha de lote en cero: unidades que salieron sin capa
           *> en LOTES.DAT (libro y lotes desfasados de origen).
           05  TZ-LOTE-FECHA       PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TZ-LOTE-VENCE       PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TZ-CANTIDAD         PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TZ-DESTINO          PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TZ-OPERADOR         PIC X(8).
       01  WS-IDX-LOTE-BUSCA       PIC 9(4).

       *> Acumuladores paralelos a TABLA-PRODUCTOS para el costo
           05  LS-DESTINO          PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LS-OPERADOR         PIC X(8).
           *> Lo despachado tal como se capturó; LS-CANTIDAD y los
           *> saldos van siempre en unidad base.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LS-CANT-UNIDAD      PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LS-UNIDAD           PIC X(3).

       01  LINEA-BITACORA-RECEP.
           05  LB-FECHA            PIC 9(8).
           05  LB-STOCK-DESPUES    PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LB-OPERADOR         PIC X(8).
           *> Lo recibido tal como se capturó; LB-CANTIDAD y los
           *> saldos van siempre en unidad base.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LB-CANT-UNIDAD      PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LB-UNIDAD           PIC X(3).

       *> Variables para el corte histórico diario (opción 5 / grabado)
       01  WS-PRECIO-PROM-HIST      PIC 9(5)V99.
           05  AUD-MOTIVO           PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  AUD-OPERADOR         PIC X(8).
           *> Segundo operador cuando el movimiento lo decide alguien
           *> distinto de quien lo originó (aprobación de ajustes de
           *> conteo: AUD-OPERADOR decide, aquí va quien capturó).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  AUD-OPERADOR-ORIGEN  PIC X(8) VALUE SPACES.

       *> Variables para los traspasos entre bodegas
       01  EOF-TRASPASOS           PIC X(1) VALUE "N".
       01  WS-AUD-STOCK-ANTES      PIC 9(4).
       01  WS-AUD-STOCK-DESPUES    PIC 9(4).
       01  WS-AUD-MOTIVO           PIC X(10).
       01  WS-AUD-OPERADOR-ORIGEN  PIC X(8) VALUE SPACES.

       *> Variables para el armado y desarmado de kits. La receta se
       *> carga completa al entrar a la opción; los componentes de
       *> cada línea de ARMADO.DAT se resuelven contra el catálogo de
       *> la bodega del kit en TABLA-COMPONENTES-KIT antes de mover
       *> nada, para rechazar la línea entera si algo no alcanza.
       01  WS-STATUS-RECETAS-KIT   PIC X(2).
       01  EOF-RECETAS-KIT         PIC X(1) VALUE "N".
           88  FIN-RECETAS-KIT     VALUE "Y".
       01  WS-STATUS-ARMADOS       PIC X(2).
       01  EOF-ARMADOS             PIC X(1) VALUE "N".
           88  FIN-ARMADOS         VALUE "Y".
       01  KITS-ARMADOS            PIC 9(4) VALUE 0.
       01  KITS-DESARMADOS         PIC 9(4) VALUE 0.
       01  ARMADOS-RECHAZADOS      PIC 9(4) VALUE 0.
       01  TABLA-RECETAS-KIT.
           05  TOTAL-RECETAS-KIT   PIC 9(4) VALUE 0.
           05  RECETA-KIT-ITEM     OCCURS 1000 TIMES
                                   INDEXED BY IDX-RECETA-KIT.
               10  RKT-KIT         PIC X(6).
               10  RKT-COMPONENTE  PIC X(6).
               10  RKT-CANTIDAD    PIC 9(4).
       01  TABLA-COMPONENTES-KIT.
           05  TOTAL-COMPONENTES-KIT PIC 9(2) VALUE 0.
           05  COMPONENTE-KIT-ITEM OCCURS 50 TIMES
                                   INDEXED BY IDX-COMPONENTE-KIT.
               10  CMK-IDX-PRODUCTO PIC 9(4).
               10  CMK-POR-KIT     PIC 9(5).
               10  CMK-CANTIDAD    PIC 9(8).
               10  CMK-COSTO       PIC 9(5)V99.
       01  WS-IDX-KIT              PIC 9(4).
       01  WS-IDX-COMPONENTE       PIC 9(4).
       01  WS-CMP-HALLADO          PIC 9(2).
       01  WS-SW-COMPONENTE-FALTA  PIC X(1).
           88  COMPONENTE-NO-EXISTE VALUE "Y".
       01  WS-SW-COMPONENTE-CORTO  PIC X(1).
           88  COMPONENTE-CORTO    VALUE "Y".
       01  WS-SW-RECETA-LLENA      PIC X(1).
           88  RECETA-DESBORDADA   VALUE "Y".
       01  WS-DISPONIBLE-CMP       PIC S9(8).
       01  WS-RESERVA-CMP          PIC 9(7).
       01  WS-COSTO-RECETA         PIC 9(9)V99.
       01  WS-UNIDADES-RECETA      PIC 9(7).
       01  WS-COSTO-KIT            PIC 9(5)V99.
       01  WS-COSTO-KIT-ED         PIC ZZZZ9.99.
       01  WS-KIT-DESTINO          PIC X(10).
       01  WS-VALOR-PREVIO         PIC 9(11)V99.

       *> Variables para el mantenimiento del catálogo de productos
       *> (alta / modificación / baja desde el menú). Los campos
       *> entrega del proveedor preferido, más el margen de seguridad
       *> de MINIMOS.PAR. Sin proveedor preferido se asumen 15 días.
       01  WS-STATUS-PARAM-MIN     PIC X(2).
       01  WS-NOMBRE-MINIMOS       PIC X(20) VALUE "MINIMOS.PAR".

       *> Versión de parámetros vigente a la fecha de la corrida
       *> (ver SELECCIONAR-VERSION-PARAM).
       01  WS-STATUS-VERSIONES     PIC X(2).
       01  WS-VER-CONJUNTO         PIC X(16).
       01  WS-VER-FECHA            PIC 9(8).
       01  WS-VER-NUMERO           PIC 9(3).
       01  WS-VER-VIGENCIA         PIC 9(8).
       01  WS-VER-OPERADOR         PIC X(10).
       01  WS-VER-NOMBRE           PIC X(20).
       01  WS-VER-DESCRIPCION      PIC X(60).
       01  WS-SW-VER-HALLADA       PIC X(1).
           88  VER-HALLADA         VALUE "Y".
       01  EOF-VERSIONES           PIC X(1).
           88  FIN-VERSIONES       VALUE "Y".
       01  WS-MARGEN-MINIMOS       PIC 9(3).
       01  WS-APLICAR-MINIMOS      PIC X(1).
       01  DIAS-ENTREGA-OMISION    PIC 9(3) VALUE 15.
               10  SUS-TAB-CODIGO  PIC X(6).
               10  SUS-TAB-UBIC    PIC X(4).
               10  SUS-TAB-CANT    PIC 9(4).
               10  SUS-TAB-UNIDAD  PIC X(3).
       01  WS-MOTIVO-SUSPENSO      PIC X(25).

       *> Cambios de precio: PRECIOS.DAT se procesa en flujo (sin
       *> tabla intermedia que pueda desbordarse): lo vigente se
               10  TOC-FECHA-ORDEN PIC 9(8).
               10  TOC-FECHA-ESP   PIC 9(8).
               10  TOC-ESTADO      PIC X(1).
               10  TOC-COSTO       PIC 9(5)V99.
               10  TOC-FECHA-CIERRE PIC 9(8).
       01  WS-STATUS-OC-HISTORIA   PIC X(2).
       01  SW-OC-CAMBIADAS         PIC X(1) VALUE "N".
           88  OC-CAMBIARON        VALUE "Y".
       01  SW-OC-DESBORDE          PIC X(1) VALUE "N".
       01  WS-OC-PENDIENTE         PIC 9(5).
       01  RECEPCIONES-SIN-ORDEN   PIC 9(4) VALUE 0.
       01  RECEPCIONES-EXCEDIDAS   PIC 9(4) VALUE 0.

       *> Variables para la cuarentena de inspección de calidad
       01  WS-STATUS-CALIDAD       PIC X(2).
       01  WS-STATUS-CUARENTENA    PIC X(2).
       01  WS-STATUS-INSPECCION    PIC X(2).
       01  WS-STATUS-BITACORA-INSP PIC X(2).
       01  EOF-CALIDAD             PIC X(1).
           88  FIN-CALIDAD         VALUE "Y".
       01  EOF-CUARENTENA          PIC X(1).
           88  FIN-CUARENTENA      VALUE "Y".
       01  EOF-INSPECCION          PIC X(1).
           88  FIN-INSPECCION      VALUE "Y".
       01  TABLA-CALIDAD.
           05  TOTAL-CALIDAD       PIC 9(3) VALUE 0.
           05  CALIDAD-ITEM        OCCURS 500 TIMES
                                   INDEXED BY IDX-CALIDAD.
               10  TCL-CODIGO      PIC X(6).
       01  WS-CODIGO-CALIDAD       PIC X(6).
       01  WS-SW-EXIGE-INSPECCION  PIC X(1).
           88  EXIGE-INSPECCION    VALUE "Y".
       01  TABLA-CUARENTENA.
           05  TOTAL-CUARENTENA    PIC 9(3) VALUE 0.
           05  CUARENTENA-ITEM     OCCURS 500 TIMES
                                   INDEXED BY IDX-CUARENTENA.
               10  TCU-FECHA       PIC 9(8).
               10  TCU-HORA        PIC 9(6).
               10  TCU-CODIGO      PIC X(6).
               10  TCU-UBICACION   PIC X(4).
               10  TCU-CANTIDAD    PIC 9(4).
               10  TCU-OPERADOR    PIC X(8).
       01  SW-CUARENTENA-CAMBIADA  PIC X(1) VALUE "N".
           88  CUARENTENA-CAMBIO   VALUE "Y".
       01  SW-CUARENTENA-DESBORDE  PIC X(1) VALUE "N".
           88  CUARENTENA-DESBORDADA VALUE "Y".
       01  RECEPCIONES-RETENIDAS   PIC 9(4) VALUE 0.
       01  INSPECCIONES-LIBERADAS  PIC 9(4) VALUE 0.
       01  INSPECCIONES-DEVUELTAS  PIC 9(4) VALUE 0.
       01  INSPECCIONES-RECHAZADAS PIC 9(4) VALUE 0.
       01  WS-CANT-EN-CUARENTENA   PIC 9(6).
       01  WS-CANT-POR-APLICAR     PIC 9(4).
       01  WS-TOTAL-CUARENTENA     PIC 9(6).
       01  LINEA-BITACORA-INSP.
           05  LI-FECHA            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LI-HORA             PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LI-CODIGO           PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LI-UBICACION        PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LI-RESULTADO        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LI-CANTIDAD         PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LI-INSPECTOR        PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LI-OPERADOR         PIC X(8).
       01  LINEA-CUARENTENA.
           05  LCU-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCU-UBICACION       PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LCU-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCU-HORA            PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCU-CANTIDAD        PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LCU-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LCU-OPERADOR        PIC X(8).

       *> Variables para el reparto de costos de internación
       01  WS-STATUS-COSTEO        PIC X(2).
       01  WS-STATUS-COSTEO-RECH   PIC X(2).
       01  WS-STATUS-BITACORA-CST  PIC X(2).
       01  EOF-COSTEO              PIC X(1).
           88  FIN-COSTEO          VALUE "Y".
       01  EOF-OC-HIST-COSTEO      PIC X(1).
           88  FIN-OC-HIST-COSTEO  VALUE "Y".
       01  COSTEOS-APLICADOS       PIC 9(4) VALUE 0.
       01  COSTEOS-RECHAZADOS      PIC 9(4) VALUE 0.
       01  WS-MOTIVO-COSTEO        PIC X(25).
       01  WS-SW-LOTE-COSTEO       PIC X(1).
           88  LOTE-EN-COSTEO      VALUE "Y".
       01  WS-SW-CST-APLICAR       PIC X(1).
           88  CST-APLICAR         VALUE "Y".
       01  WS-SW-CST-DESBORDE      PIC X(1).
           88  CST-DESBORDADO      VALUE "Y".
       01  TABLA-LINEAS-COSTEO.
           05  TOTAL-LINEAS-COSTEO PIC 9(3) VALUE 0.
           05  LINEA-COSTEO-ITEM   OCCURS 100 TIMES
                                   INDEXED BY IDX-LINEA-COSTEO.
               10  TLC-CODIGO      PIC X(6).
               10  TLC-UBICACION   PIC X(4).
               10  TLC-DESDE       PIC 9(8).
               10  TLC-HASTA       PIC 9(8).
       *> Costo promedio al entrar a la opción, paralelo a
       *> TABLA-PRODUCTOS, para el resumen antes/después.
       01  TABLA-COSTO-ANTERIOR.
           05  COSTO-ANTERIOR-ITEM OCCURS 2000 TIMES.
               10  TCA-COSTO-PROM  PIC 9(5)V99.
       01  WS-CST-LOTES-AFECT      PIC 9(4).
       01  WS-CST-LOTES-VISTOS     PIC 9(4).
       01  WS-CST-BASE-LOTE        PIC 9(11)V99.
       01  WS-CST-BASE-TOTAL       PIC 9(13)V99.
       01  WS-CST-PARTE            PIC 9(7)V99.
       01  WS-CST-ASIGNADO         PIC 9(7)V99.
       *> Incremento y costo nuevo con enteros de sobra: un cargo
       *> grande sobre un lote chico debe llegar completo a la
       *> revisión de desborde, no truncado.
       01  WS-CST-INCREMENTO       PIC 9(7)V99.
       01  WS-CST-COSTO-NUEVO      PIC 9(8)V99.
       01  WS-CST-APLICADO-LOTE    PIC 9(9)V99.
       01  WS-CST-APLICADO         PIC 9(9)V99.
       01  WS-CST-DIFERENCIA       PIC S9(9)V99.
       01  WS-CST-CANT-PROD        PIC 9(7).
       01  WS-CST-VALOR-PROD       PIC 9(11)V99.
       01  WS-CST-IMPORTE-ED       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CST-DIFERENCIA-ED    PIC -(7)9.99.
       01  LINEA-BITACORA-COSTEO.
           05  LC-FECHA            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LC-HORA             PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LC-DOCUMENTO        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LC-CONCEPTO         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LC-IMPORTE          PIC 9(7)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LC-APLICADO         PIC 9(9)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LC-OPERADOR         PIC X(8).
       01  LINEA-COSTEO-LOTE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  LCS-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCS-UBICACION       PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LCS-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCS-CANTIDAD        PIC ZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCS-COSTO-ANTES     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  LCS-COSTO-DESPUES   PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCS-ASIGNADO        PIC Z,ZZZ,ZZ9.99.
       01  LINEA-COSTEO-PRODUCTO.
           05  LCP-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-UBICACION       PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LCP-NOMBRE          PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-STOCK           PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LCP-COSTO-ANTES     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  LCP-COSTO-DESPUES   PIC ZZ,ZZ9.99.
       01  WS-OC-VENCIDAS          PIC 9(3).
       01  LINEA-OC-VENCIDA.
           05  LOV-NUMERO          PIC X(17).
       01  WS-VALOR-DIFERENCIA     PIC S9(7)V99.
       01  WS-VALOR-TOTAL-DIF      PIC S9(9)V99.
       01  WS-VALOR-TOTAL-DIF-ED   PIC -(9)9.99.

       *> Variables para la retención y aprobación de ajustes de
       *> conteo. Sin CONTEO.PAR rigen los límites por omisión.
       01  WS-STATUS-PARAM-CONTEO  PIC X(2).
       01  WS-STATUS-AJUSTES-PEND  PIC X(2).
       01  EOF-AJUSTES-PEND        PIC X(1).
           88  FIN-AJUSTES-PEND    VALUE "Y".
       01  WS-VALOR-LIMITE-CONTEO  PIC 9(7)V99 VALUE 1000.00.
       01  WS-PORC-LIMITE-CONTEO   PIC 9(3) VALUE 10.
       01  WS-VALOR-DIF-ABS        PIC 9(7)V99.
       01  WS-DIFERENCIA-ABS       PIC 9(5).
       01  WS-PORC-DIFERENCIA      PIC 9(7).
       01  AJUSTES-RETENIDOS       PIC 9(4) VALUE 0.
       01  AJUSTES-APROBADOS       PIC 9(4) VALUE 0.
       01  AJUSTES-DENEGADOS       PIC 9(4) VALUE 0.
       01  AJUSTES-PENDIENTES      PIC 9(4) VALUE 0.
       01  WS-SW-AJUSTES-DESBORDE  PIC X(1) VALUE "N".
           88  AJUSTES-DESBORDADOS VALUE "Y".
       01  WS-SW-AJUSTE-GRANDE     PIC X(1).
           88  AJUSTE-GRANDE       VALUE "Y".
       01  WS-DECISION-AJUSTE      PIC X(1).
           88  DECISION-APROBAR    VALUE "A" "a".
           88  DECISION-RECHAZAR   VALUE "R" "r".
       01  WS-STOCK-AJUSTADO       PIC S9(6).
       01  WS-VALOR-DIF-ED         PIC -(7)9.99.
       01  TABLA-AJUSTES-PEND.
           05  TOTAL-AJUSTES-PEND  PIC 9(3) VALUE 0.
           05  AJUSTE-PEND-ITEM    OCCURS 500 TIMES
                                   INDEXED BY IDX-AJUSTE.
               10  TAP-REGISTRO    PIC X(53).
               10  TAP-DECIDIDO    PIC X(1).
       01  LINEA-REPORTE-CONTEO.
           05  LC-CODIGO            PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           PERFORM REGISTRAR-JOURNAL
           PERFORM CARGAR-DATOS-ARCHIVO
           PERFORM CARGAR-PEDIDOS
           PERFORM CARGAR-PRODUCTOS-CALIDAD
           PERFORM CARGAR-CUARENTENA
           PERFORM CARGAR-ULTIMO-CONTEO
           PERFORM APLICAR-CAMBIOS-PRECIO
           PERFORM CARGAR-LOTES
           PERFORM GENERAR-REPORTE-ANTIGUEDAD
           PERFORM CARGAR-PROVEEDORES
           PERFORM CARGAR-UNIDADES
           PERFORM CARGAR-ORDENES-ABIERTAS
           PERFORM GENERAR-REPORTE-REORDEN
           PERFORM GENERAR-ORDENES-COMPRA
           PERFORM GENERAR-REPORTE-OC-VENCIDAS
           PERFORM GENERAR-REPORTE-CUARENTENA
           PERFORM GENERAR-REPORTE-MARGEN
           PERFORM GENERAR-REPORTE-UBICACIONES
           PERFORM GENERAR-REPORTE-ABC
                       PERFORM GUARDAR-DATOS-ARCHIVO
                       MOVE "N" TO SW-DATOS-CAMBIADOS
                   END-IF
                   IF OPCION-MENU NOT = 20
                       DISPLAY " "
                       DISPLAY "¿Continuar? (S/N): " WITH NO ADVANCING
                       ACCEPT CONTINUAR
           *> alcanzan se avisa y el faltante queda sin capa, igual
           *> que hoy, pero ya sin envejecer mercancía fantasma.
           IF LOTES-DESBORDADOS
               *> Sin consumo de capas la salida no sabe de qué
               *> lote salió: se traza como sin lote.
               IF TRAZAR-LOTES
                   MOVE 0 TO TZ-LOTE-FECHA
                   MOVE 0 TO TZ-LOTE-VENCE
                   MOVE WS-MOV-LOTE-CANT TO WS-CANT-TOMADA
                   PERFORM ESCRIBIR-TRAZA-SALIDA
               END-IF
           ELSE
               MOVE WS-MOV-LOTE-CANT TO WS-CANT-PENDIENTE
               SET LOTE-HALLADO TO TRUE
                   DISPLAY "AVISO: lotes insuficientes para "
                       WS-MOV-LOTE-CODIGO " " WS-MOV-LOTE-UBIC
                       " (faltaron " WS-CANT-PENDIENTE " unidades)"
                   IF TRAZAR-LOTES
                       MOVE 0 TO TZ-LOTE-FECHA
                       MOVE 0 TO TZ-LOTE-VENCE
                       MOVE WS-CANT-PENDIENTE TO WS-CANT-TOMADA
                       PERFORM ESCRIBIR-TRAZA-SALIDA
                   END-IF
               END-IF
           END-IF.


       CONSUMIR-UN-LOTE.
           IF LTM-CANTIDAD(WS-IDX-LOTE-VIEJO) > WS-CANT-PENDIENTE
               MOVE WS-CANT-PENDIENTE TO WS-CANT-TOMADA
               SUBTRACT WS-CANT-PENDIENTE
                   FROM LTM-CANTIDAD(WS-IDX-LOTE-VIEJO)
               MOVE 0 TO WS-CANT-PENDIENTE
           ELSE
               MOVE LTM-CANTIDAD(WS-IDX-LOTE-VIEJO) TO WS-CANT-TOMADA
               SUBTRACT LTM-CANTIDAD(WS-IDX-LOTE-VIEJO)
                   FROM WS-CANT-PENDIENTE
               MOVE 0 TO LTM-CANTIDAD(WS-IDX-LOTE-VIEJO)
           END-IF
           IF TRAZAR-LOTES
               MOVE LTM-FECHA(WS-IDX-LOTE-VIEJO) TO TZ-LOTE-FECHA
               MOVE LTM-VENCE(WS-IDX-LOTE-VIEJO) TO TZ-LOTE-VENCE
               PERFORM ESCRIBIR-TRAZA-SALIDA
           END-IF
           SET LOTES-CAMBIARON TO TRUE.

       ESCRIBIR-TRAZA-SALIDA.
           *> El llamador deja abierto TRAZALOTE.LOG (ver
           *> DESPACHAR-MERCANCIA) y la fecha de lote en la línea.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-HOY TO TZ-FECHA
           MOVE WS-HORA-AHORA(1:6) TO TZ-HORA
           MOVE "S" TO TZ-TIPO
           MOVE WS-MOV-LOTE-CODIGO TO TZ-CODIGO
           MOVE WS-MOV-LOTE-UBIC TO TZ-UBICACION
           MOVE WS-CANT-TOMADA TO TZ-CANTIDAD
           MOVE WS-MOV-LOTE-DESTINO TO TZ-DESTINO
           MOVE WS-OPERADOR-DESP TO TZ-OPERADOR
           WRITE REGISTRO-TRAZA-LOTE FROM LINEA-TRAZA-LOTE.

       AGREGAR-LOTE-MEMORIA.
           *> Capa nueva para mercancía que entra sin recepción (lado
           *> destino de un traspaso, ajuste de conteo al alza, alta
               CLOSE ARCHIVO-PROV-PRODUCTO
           END-IF.

       CARGAR-UNIDADES.
           *> UNIDADES.DAT es opcional: sin él todo se captura e
           *> imprime en unidad base, como antes. Un factor en cero o
           *> no numérico se toma como 1 para no anular cantidades.
           MOVE 0 TO TOTAL-UNIDADES
           MOVE "N" TO EOF-UNIDADES
           OPEN INPUT ARCHIVO-UNIDADES
           IF WS-STATUS-UNIDADES NOT = "00"
               DISPLAY "AVISO: UNIDADES.DAT no existe, todo se "
                   "maneja en unidad base."
           ELSE
               PERFORM UNTIL FIN-UNIDADES
                   READ ARCHIVO-UNIDADES
                       AT END
                           SET FIN-UNIDADES TO TRUE
                       NOT AT END
                           IF TOTAL-UNIDADES < 2000
                               ADD 1 TO TOTAL-UNIDADES
                               SET IDX-UNIDAD TO TOTAL-UNIDADES
                               PERFORM GUARDAR-UNIDAD-MEMORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-UNIDADES
               DISPLAY "Unidades de medida cargadas: " TOTAL-UNIDADES
           END-IF.

       GUARDAR-UNIDAD-MEMORIA.
           MOVE UNI-CODIGO TO UND-CODIGO(IDX-UNIDAD)
           MOVE UNI-BASE TO UND-BASE(IDX-UNIDAD)
           MOVE UNI-COMPRA TO UND-COMPRA(IDX-UNIDAD)
           MOVE UNI-DESPACHO TO UND-DESPACHO(IDX-UNIDAD)
           IF UNI-FACTOR-COMPRA IS NUMERIC AND
              UNI-FACTOR-COMPRA > 0
               MOVE UNI-FACTOR-COMPRA TO UND-FACTOR-COMPRA(IDX-UNIDAD)
           ELSE
               MOVE 1 TO UND-FACTOR-COMPRA(IDX-UNIDAD)
           END-IF
           IF UNI-FACTOR-DESPACHO IS NUMERIC AND
              UNI-FACTOR-DESPACHO > 0
               MOVE UNI-FACTOR-DESPACHO
                   TO UND-FACTOR-DESPACHO(IDX-UNIDAD)
           ELSE
               MOVE 1 TO UND-FACTOR-DESPACHO(IDX-UNIDAD)
           END-IF
           *> Sin unidad de compra o de despacho se usa la base.
           IF UND-BASE(IDX-UNIDAD) = SPACES
               MOVE "UN" TO UND-BASE(IDX-UNIDAD)
           END-IF
           IF UND-COMPRA(IDX-UNIDAD) = SPACES
               MOVE UND-BASE(IDX-UNIDAD) TO UND-COMPRA(IDX-UNIDAD)
               MOVE 1 TO UND-FACTOR-COMPRA(IDX-UNIDAD)
           END-IF
           IF UND-DESPACHO(IDX-UNIDAD) = SPACES
               MOVE UND-BASE(IDX-UNIDAD) TO UND-DESPACHO(IDX-UNIDAD)
               MOVE 1 TO UND-FACTOR-DESPACHO(IDX-UNIDAD)
           END-IF.

       BUSCAR-UNIDAD-PRODUCTO.
           *> Unidades de WS-UNIDAD-CODIGO; sin registro, todo en la
           *> unidad base "UN" con factor 1.
           MOVE "UN" TO WS-UNIDAD-BASE
           MOVE "UN" TO WS-UNIDAD-COMPRA
           MOVE 1 TO WS-FACTOR-COMPRA
           MOVE "UN" TO WS-UNIDAD-DESPACHO
           MOVE 1 TO WS-FACTOR-DESPACHO
           PERFORM VARYING IDX-UNIDAD FROM 1 BY 1
                   UNTIL IDX-UNIDAD > TOTAL-UNIDADES
               IF UND-CODIGO(IDX-UNIDAD) = WS-UNIDAD-CODIGO
                   MOVE UND-BASE(IDX-UNIDAD) TO WS-UNIDAD-BASE
                   MOVE UND-COMPRA(IDX-UNIDAD) TO WS-UNIDAD-COMPRA
                   MOVE UND-FACTOR-COMPRA(IDX-UNIDAD)
                       TO WS-FACTOR-COMPRA
                   MOVE UND-DESPACHO(IDX-UNIDAD) TO WS-UNIDAD-DESPACHO
                   MOVE UND-FACTOR-DESPACHO(IDX-UNIDAD)
                       TO WS-FACTOR-DESPACHO
               END-IF
           END-PERFORM.

       GENERAR-ORDENES-COMPRA.
           *> Agrupa las líneas de reorden en un archivo de orden de
           *> compra por proveedor preferido (OC + proveedor + .ORD),
                   TO REGISTRO-ORDEN-COMPRA
           END-IF
           WRITE REGISTRO-ORDEN-COMPRA
           MOVE SPACES TO REGISTRO-ORDEN-COMPRA
           STRING "CODIGO BODEGA NOMBRE                         CANT."
               " UNID. X BASE   COSTO UNID."
               DELIMITED BY SIZE INTO REGISTRO-ORDEN-COMPRA
           WRITE REGISTRO-ORDEN-COMPRA.

       ESCRIBIR-LINEA-OC.
           COMPUTE WS-CANTIDAD-SUGERIDA =
               (TAB-MINIMO(IDX-PRODUCTO) * 2) -
               TAB-STOCK(IDX-PRODUCTO)
           *> El proveedor despacha empaques completos: lo sugerido
           *> se redondea hacia arriba a empaques de compra y la
           *> orden se imprime en esa unidad, con el costo del
           *> empaque. OCABIERTA.DAT guarda lo pedido en base.
           MOVE TAB-CODIGO(IDX-PRODUCTO) TO WS-UNIDAD-CODIGO
           PERFORM BUSCAR-UNIDAD-PRODUCTO
           COMPUTE WS-EMPAQUES-OC =
               (WS-CANTIDAD-SUGERIDA + WS-FACTOR-COMPRA - 1) /
               WS-FACTOR-COMPRA
           COMPUTE WS-CANTIDAD-SUGERIDA =
               WS-EMPAQUES-OC * WS-FACTOR-COMPRA
           COMPUTE WS-COSTO-EMPAQUE =
               TAB-COSTO-PROM(IDX-PRODUCTO) * WS-FACTOR-COMPRA
           MOVE SPACES TO REGISTRO-ORDEN-COMPRA
           STRING TAB-CODIGO(IDX-PRODUCTO) " "
               TAB-UBICACION(IDX-PRODUCTO) "   "
               TAB-NOMBRE(IDX-PRODUCTO) " "
               WS-EMPAQUES-OC " " WS-UNIDAD-COMPRA " "
               WS-FACTOR-COMPRA " " WS-UNIDAD-BASE " "
               WS-COSTO-EMPAQUE
               DELIMITED BY SIZE INTO REGISTRO-ORDEN-COMPRA
           WRITE REGISTRO-ORDEN-COMPRA
           ADD 1 TO WS-LINEAS-OC
               MOVE WS-FECHA-ENTREGA-OC
                   TO TOC-FECHA-ESP(IDX-OC-ABIERTA)
               MOVE "A" TO TOC-ESTADO(IDX-OC-ABIERTA)
               *> El costo pactado es el que se imprimió en la orden;
               *> contra él se concilia el precio de la factura.
               MOVE TAB-COSTO-PROM(IDX-PRODUCTO)
                   TO TOC-COSTO(IDX-OC-ABIERTA)
               MOVE 0 TO TOC-FECHA-CIERRE(IDX-OC-ABIERTA)
               SET OC-CAMBIARON TO TRUE
           END-IF.

                                   TO TOC-FECHA-ESP(IDX-OC-ABIERTA)
                               MOVE OCA-ESTADO
                                   TO TOC-ESTADO(IDX-OC-ABIERTA)
                               IF OCA-COSTO-UNITARIO IS NUMERIC
                                   MOVE OCA-COSTO-UNITARIO
                                       TO TOC-COSTO(IDX-OC-ABIERTA)
                               ELSE
                                   MOVE 0 TO TOC-COSTO(IDX-OC-ABIERTA)
                               END-IF
                               MOVE 0
                                   TO TOC-FECHA-CIERRE(IDX-OC-ABIERTA)
                           ELSE
                               IF NOT OC-DESBORDADAS
                                   SET OC-DESBORDADAS TO TRUE
               ADD 1 TO RECEPCIONES-SIN-ORDEN
               DISPLAY "AVISO: entrega SIN ORDEN de compra: "
                   REC-CODIGO " " REC-UBICACION
                   " x " REC-CANTIDAD " " WS-UNIDAD-MOV
           ELSE
               ADD WS-REC-CANT-BASE
                   TO TOC-RECIBIDA(WS-IDX-OC-HALLADA)
               SET OC-CAMBIARON TO TRUE
               IF TOC-RECIBIDA(WS-IDX-OC-HALLADA) >
                  TOC-PEDIDA(WS-IDX-OC-HALLADA)
                   MOVE "E" TO TOC-ESTADO(WS-IDX-OC-HALLADA)
                   MOVE WS-FECHA-HOY
                       TO TOC-FECHA-CIERRE(WS-IDX-OC-HALLADA)
                   ADD 1 TO RECEPCIONES-EXCEDIDAS
                   DISPLAY "AVISO: entrega EXCEDE la orden "
                       TOC-NUMERO(WS-IDX-OC-HALLADA) ": pedido "
                   IF TOC-RECIBIDA(WS-IDX-OC-HALLADA) =
                      TOC-PEDIDA(WS-IDX-OC-HALLADA)
                       MOVE "C" TO TOC-ESTADO(WS-IDX-OC-HALLADA)
                       MOVE WS-FECHA-HOY
                           TO TOC-FECHA-CIERRE(WS-IDX-OC-HALLADA)
                   END-IF
               END-IF
           END-IF.
       GRABAR-ARCHIVO-OC.
           *> Reescribe OCABIERTA.DAT solo con las líneas todavía
           *> abiertas: lo surtido (C) y lo excedido (E) ya quedó
           *> avisado y no tiene nada pendiente que casar, y pasa a
           *> OCHISTORIA.DAT en el mismo momento en que sale de aquí,
           *> para que ninguna línea cerrada se pierda ni se repita.
           *> Por eso la tabla se compacta al mismo tiempo: una
           *> línea cerrada que siguiera en memoria volvería a pasar
           *> a la historia en el siguiente grabado de la sesión.
           *> Con la tabla desbordada el archivo no se toca.
           IF NOT OC-CAMBIARON
               CONTINUE
           ELSE
                   "la tabla de órdenes venía desbordada."
           ELSE
               OPEN OUTPUT ARCHIVO-OC-ABIERTAS
               OPEN EXTEND ARCHIVO-OC-HISTORIA
               IF WS-STATUS-OC-HISTORIA NOT = "00"
                   OPEN OUTPUT ARCHIVO-OC-HISTORIA
               END-IF
               MOVE 0 TO WS-IDX-OC-BUSCA
               PERFORM VARYING IDX-OC-ABIERTA FROM 1 BY 1
                       UNTIL IDX-OC-ABIERTA > TOTAL-OC-ABIERTAS
                   PERFORM ARMAR-REGISTRO-OC
                   IF TOC-ESTADO(IDX-OC-ABIERTA) = "A"
                       WRITE REGISTRO-OC-ABIERTA
                       ADD 1 TO WS-IDX-OC-BUSCA
                       MOVE OC-ABIERTA-ITEM(IDX-OC-ABIERTA)
                           TO OC-ABIERTA-ITEM(WS-IDX-OC-BUSCA)
                   ELSE
                       WRITE REGISTRO-OC-HISTORIA
                           FROM REGISTRO-OC-ABIERTA
                   END-IF
               END-PERFORM
               MOVE WS-IDX-OC-BUSCA TO TOTAL-OC-ABIERTAS
               CLOSE ARCHIVO-OC-ABIERTAS
               CLOSE ARCHIVO-OC-HISTORIA
               MOVE "N" TO SW-OC-CAMBIADAS
           END-IF
           END-IF.

       ARMAR-REGISTRO-OC.
           MOVE TOC-NUMERO(IDX-OC-ABIERTA) TO OCA-NUMERO
           MOVE TOC-PROVEEDOR(IDX-OC-ABIERTA)
               TO OCA-PROVEEDOR
           MOVE TOC-CODIGO(IDX-OC-ABIERTA) TO OCA-CODIGO
           MOVE TOC-UBICACION(IDX-OC-ABIERTA)
               TO OCA-UBICACION
           MOVE TOC-PEDIDA(IDX-OC-ABIERTA)
               TO OCA-CANT-PEDIDA
           MOVE TOC-RECIBIDA(IDX-OC-ABIERTA)
               TO OCA-CANT-RECIBIDA
           MOVE TOC-FECHA-ORDEN(IDX-OC-ABIERTA)
               TO OCA-FECHA-ORDEN
           MOVE TOC-FECHA-ESP(IDX-OC-ABIERTA)
               TO OCA-FECHA-ESPERADA
           MOVE TOC-ESTADO(IDX-OC-ABIERTA) TO OCA-ESTADO
           MOVE TOC-COSTO(IDX-OC-ABIERTA) TO OCA-COSTO-UNITARIO
           MOVE TOC-FECHA-CIERRE(IDX-OC-ABIERTA) TO OCA-FECHA-CIERRE.

       SUMAR-DIAS-FECHA.
           *> Avanza WS-FECHA-BASE día por día WS-DIAS-SUMAR veces,
           *> respetando la longitud real de cada mes y el año
                       TO WS-RESERVA-PROPIA
               END-IF
           END-PERFORM
           IF WS-RESERVA-PROPIA > WS-SAL-CANT-BASE
               MOVE WS-SAL-CANT-BASE TO WS-RESERVA-PROPIA
           END-IF.

       CONSUMIR-RESERVA-SALIDA.
           *> El despacho posteado consume su reserva: los pedidos
           *> del mismo código/bodega/destino se van agotando hasta
           *> cubrir la cantidad despachada.
           MOVE WS-SAL-CANT-BASE TO WS-PED-POR-CONSUMIR
           PERFORM VARYING WS-IDX-PEDIDO-2 FROM 1 BY 1
                   UNTIL WS-IDX-PEDIDO-2 > TOTAL-PEDIDOS
                      OR WS-PED-POR-CONSUMIR = 0

           CLOSE ARCHIVO-REORDEN.

       PROCESAR-COSTOS-INTERNACION.
           *> Reparte fletes, aranceles y manejo de COSTEO.DAT sobre
           *> las capas de lote vigentes que los causaron (las de la
           *> orden de compra o las recibidas en una fecha), por valor
           *> o por cantidad, y recalcula el costo promedio. Lo que ya
           *> se despachó de esas capas no está en LOTES.DAT y no
           *> recibe cargo. Las líneas que no se pueden aplicar pasan
           *> a COSTEO.RCH para corregirse y volver a cargarse.
           DISPLAY " ".
           DISPLAY "=== COSTOS DE INTERNACION (FLETE / ARANCEL) ===".
           MOVE 0 TO COSTEOS-APLICADOS
           MOVE 0 TO COSTEOS-RECHAZADOS
           MOVE "N" TO EOF-COSTEO
           IF LOTES-DESBORDADOS
               DISPLAY "OPCION SUSPENDIDA: LOTES.DAT tiene mas de "
                   "3000 capas y no podría reescribirse."
           ELSE
           OPEN INPUT ARCHIVO-COSTEO
           IF WS-STATUS-COSTEO NOT = "00"
               DISPLAY "AVISO: COSTEO.DAT no existe, no hay cargos "
                   "que aplicar."
           ELSE
               PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                       UNTIL IDX-PRODUCTO > CONTADOR-PRODUCTOS
                   MOVE TAB-COSTO-PROM(IDX-PRODUCTO)
                       TO TCA-COSTO-PROM(IDX-PRODUCTO)
               END-PERFORM
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               OPEN OUTPUT ARCHIVO-REPORTE-COSTEO
               MOVE SPACES TO REGISTRO-REPORTE-COSTEO
               STRING "COSTOS DE INTERNACION APLICADOS A LOTES - "
                   "Corrida: " WS-FECHA-HOY " " WS-HORA-AHORA
                   " Operador: " WS-OPERADOR-ACTUAL
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
               WRITE REGISTRO-REPORTE-COSTEO
               OPEN EXTEND ARCHIVO-BITACORA-COSTEO
               IF WS-STATUS-BITACORA-CST NOT = "00"
                   OPEN OUTPUT ARCHIVO-BITACORA-COSTEO
               END-IF

               PERFORM UNTIL FIN-COSTEO
                   READ ARCHIVO-COSTEO
                       AT END
                           SET FIN-COSTEO TO TRUE
                       NOT AT END
                           PERFORM APLICAR-CARGO-COSTEO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-COSTEO
               CLOSE ARCHIVO-BITACORA-COSTEO
               IF COSTEOS-RECHAZADOS > 0
                   CLOSE ARCHIVO-COSTEO-RECHAZOS
               END-IF

               PERFORM ESCRIBIR-RESUMEN-COSTEO
               CLOSE ARCHIVO-REPORTE-COSTEO
               CALL "CBL_DELETE_FILE" USING "COSTEO.DAT"

               DISPLAY "Cargos aplicados:  " COSTEOS-APLICADOS
               DISPLAY "Cargos rechazados: " COSTEOS-RECHAZADOS
               IF COSTEOS-RECHAZADOS > 0
                   DISPLAY "Los rechazados quedaron en COSTEO.RCH "
                       "para corregirse y volver a cargarse."
               END-IF
               DISPLAY "Costo antes/después en COSTEO.RPT."
               IF COSTEOS-APLICADOS > 0
                   SET LOTES-CAMBIARON TO TRUE
                   SET DATOS-CAMBIARON TO TRUE
                   PERFORM GENERAR-REPORTE-MARGEN
               END-IF
           END-IF
           END-IF.

       APLICAR-CARGO-COSTEO.
           MOVE SPACES TO WS-MOTIVO-COSTEO
           MOVE 0 TO TOTAL-LINEAS-COSTEO
           MOVE 0 TO WS-CST-BASE-TOTAL
           MOVE 0 TO WS-CST-LOTES-AFECT
           IF CST-POR-ORDEN
               PERFORM CARGAR-LINEAS-OC-COSTEO
           END-IF

           EVALUATE TRUE
               WHEN NOT CST-POR-ORDEN AND NOT CST-POR-FECHA
                   MOVE "REFERENCIA NO ES O/F" TO WS-MOTIVO-COSTEO
               WHEN NOT CST-POR-VALOR AND NOT CST-POR-CANTIDAD
                   MOVE "METODO NO ES V/C" TO WS-MOTIVO-COSTEO
               WHEN CST-IMPORTE NOT NUMERIC OR CST-IMPORTE = 0
                   MOVE "IMPORTE NO VALIDO" TO WS-MOTIVO-COSTEO
               WHEN CST-POR-ORDEN AND TOTAL-LINEAS-COSTEO = 0
                   MOVE "ORDEN NO EXISTE" TO WS-MOTIVO-COSTEO
               WHEN CST-POR-FECHA AND CST-FECHA-RECEP NOT NUMERIC
                   MOVE "FECHA NO VALIDA" TO WS-MOTIVO-COSTEO
               WHEN OTHER
                   PERFORM VARYING IDX-LOTE-MEM FROM 1 BY 1
                           UNTIL IDX-LOTE-MEM > TOTAL-LOTES-MEM
                       PERFORM EVALUAR-LOTE-COSTEO
                       IF LOTE-EN-COSTEO
                           ADD 1 TO WS-CST-LOTES-AFECT
                           ADD WS-CST-BASE-LOTE TO WS-CST-BASE-TOTAL
                       END-IF
                   END-PERFORM
                   IF WS-CST-LOTES-AFECT = 0
                       MOVE "SIN LOTES VIGENTES" TO WS-MOTIVO-COSTEO
                   ELSE
                   IF WS-CST-BASE-TOTAL = 0
                       MOVE "LOTES SIN COSTO" TO WS-MOTIVO-COSTEO
                   ELSE
                       *> Primero en seco: si alguna capa desbordara
                       *> su costo unitario no se toca ninguna.
                       MOVE "N" TO WS-SW-CST-APLICAR
                       MOVE "N" TO WS-SW-CST-DESBORDE
                       PERFORM REPARTIR-CARGO-LOTES
                       IF CST-DESBORDADO
                           MOVE "COSTO UNITARIO DESBORDA"
                               TO WS-MOTIVO-COSTEO
                       END-IF
                   END-IF
                   END-IF
           END-EVALUATE

           PERFORM ESCRIBIR-CABECERA-CARGO
           IF WS-MOTIVO-COSTEO NOT = SPACES
               PERFORM RECHAZAR-CARGO-COSTEO
           ELSE
               MOVE "Y" TO WS-SW-CST-APLICAR
               PERFORM REPARTIR-CARGO-LOTES
               COMPUTE WS-CST-DIFERENCIA =
                   CST-IMPORTE - WS-CST-APLICADO
               MOVE WS-CST-APLICADO TO WS-CST-IMPORTE-ED
               MOVE WS-CST-DIFERENCIA TO WS-CST-DIFERENCIA-ED
               MOVE SPACES TO REGISTRO-REPORTE-COSTEO
               STRING "    Aplicado a lotes: " WS-CST-IMPORTE-ED
                   "   Diferencia por redondeo: "
                   WS-CST-DIFERENCIA-ED
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
               WRITE REGISTRO-REPORTE-COSTEO
               PERFORM REGISTRAR-BITACORA-COSTEO
               ADD 1 TO COSTEOS-APLICADOS
           END-IF.

       REGISTRAR-BITACORA-COSTEO.
           MOVE WS-FECHA-HOY TO LC-FECHA
           MOVE WS-HORA-AHORA(1:6) TO LC-HORA
           MOVE CST-DOCUMENTO TO LC-DOCUMENTO
           MOVE CST-CONCEPTO TO LC-CONCEPTO
           MOVE CST-IMPORTE TO LC-IMPORTE
           MOVE WS-CST-APLICADO TO LC-APLICADO
           MOVE WS-OPERADOR-ACTUAL TO LC-OPERADOR
           WRITE REGISTRO-BITACORA-COSTEO FROM LINEA-BITACORA-COSTEO.

       ESCRIBIR-CABECERA-CARGO.
           MOVE SPACES TO REGISTRO-REPORTE-COSTEO
           WRITE REGISTRO-REPORTE-COSTEO
           MOVE CST-IMPORTE TO WS-CST-IMPORTE-ED
           MOVE SPACES TO REGISTRO-REPORTE-COSTEO
           IF CST-POR-ORDEN
               STRING "CARGO " CST-DOCUMENTO " " CST-CONCEPTO
                   " ORDEN " CST-ORDEN " METODO " CST-METODO
                   " IMPORTE " WS-CST-IMPORTE-ED
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
           ELSE
               STRING "CARGO " CST-DOCUMENTO " " CST-CONCEPTO
                   " RECIBIDO EL " CST-FECHA-RECEP " METODO "
                   CST-METODO " IMPORTE " WS-CST-IMPORTE-ED
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
           END-IF
           WRITE REGISTRO-REPORTE-COSTEO
           IF WS-MOTIVO-COSTEO = SPACES
               MOVE SPACES TO REGISTRO-REPORTE-COSTEO
               STRING "    CODIGO BODEG LOTE      CANT. COSTO ANT. "
                   "COSTO NUEVO    ASIGNADO"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
               WRITE REGISTRO-REPORTE-COSTEO
           END-IF.

       RECHAZAR-CARGO-COSTEO.
           MOVE SPACES TO REGISTRO-REPORTE-COSTEO
           STRING "    RECHAZADO: " WS-MOTIVO-COSTEO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
           WRITE REGISTRO-REPORTE-COSTEO
           IF COSTEOS-RECHAZADOS = 0
               OPEN EXTEND ARCHIVO-COSTEO-RECHAZOS
               IF WS-STATUS-COSTEO-RECH NOT = "00"
                   OPEN OUTPUT ARCHIVO-COSTEO-RECHAZOS
               END-IF
           END-IF
           WRITE REGISTRO-COSTEO-RECHAZO FROM REGISTRO-COSTEO
           ADD 1 TO COSTEOS-RECHAZADOS
           DISPLAY "Cargo rechazado: " CST-DOCUMENTO " "
               WS-MOTIVO-COSTEO.

       CARGAR-LINEAS-OC-COSTEO.
           *> Líneas de la orden: las abiertas están en memoria, las
           *> cerradas ya pasaron a OCHISTORIA.DAT. De cada una se
           *> toma el código/bodega y la ventana de recepción (de la
           *> fecha de la orden a la de cierre, o hasta hoy).
           PERFORM VARYING IDX-OC-ABIERTA FROM 1 BY 1
                   UNTIL IDX-OC-ABIERTA > TOTAL-OC-ABIERTAS
               IF TOC-NUMERO(IDX-OC-ABIERTA) = CST-ORDEN
                   PERFORM ARMAR-REGISTRO-OC
                   PERFORM AGREGAR-LINEA-OC-COSTEO
               END-IF
           END-PERFORM
           MOVE "N" TO EOF-OC-HIST-COSTEO
           OPEN INPUT ARCHIVO-OC-HISTORIA
           IF WS-STATUS-OC-HISTORIA = "00"
               PERFORM UNTIL FIN-OC-HIST-COSTEO
                   READ ARCHIVO-OC-HISTORIA INTO REGISTRO-OC-ABIERTA
                       AT END
                           SET FIN-OC-HIST-COSTEO TO TRUE
                       NOT AT END
                           IF OCA-NUMERO = CST-ORDEN
                               PERFORM AGREGAR-LINEA-OC-COSTEO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-OC-HISTORIA
           END-IF.

       AGREGAR-LINEA-OC-COSTEO.
           IF TOTAL-LINEAS-COSTEO < 100
               ADD 1 TO TOTAL-LINEAS-COSTEO
               SET IDX-LINEA-COSTEO TO TOTAL-LINEAS-COSTEO
               MOVE OCA-CODIGO TO TLC-CODIGO(IDX-LINEA-COSTEO)
               MOVE OCA-UBICACION TO TLC-UBICACION(IDX-LINEA-COSTEO)
               MOVE OCA-FECHA-ORDEN TO TLC-DESDE(IDX-LINEA-COSTEO)
               IF OCA-FECHA-CIERRE IS NUMERIC AND
                  OCA-FECHA-CIERRE > 0
                   MOVE OCA-FECHA-CIERRE
                       TO TLC-HASTA(IDX-LINEA-COSTEO)
               ELSE
                   MOVE 99999999 TO TLC-HASTA(IDX-LINEA-COSTEO)
               END-IF
           END-IF.

       EVALUAR-LOTE-COSTEO.
           *> ¿La capa IDX-LOTE-MEM recibe parte del cargo? Deja en
           *> WS-CST-BASE-LOTE su base de reparto.
           MOVE "N" TO WS-SW-LOTE-COSTEO
           MOVE 0 TO WS-CST-BASE-LOTE
           IF LTM-CANTIDAD(IDX-LOTE-MEM) > 0
               IF CST-POR-FECHA
                   IF LTM-FECHA(IDX-LOTE-MEM) = CST-FECHA-RECEP
                       SET LOTE-EN-COSTEO TO TRUE
                   END-IF
               ELSE
                   PERFORM VARYING IDX-LINEA-COSTEO FROM 1 BY 1
                           UNTIL IDX-LINEA-COSTEO > TOTAL-LINEAS-COSTEO
                              OR LOTE-EN-COSTEO
                       IF LTM-CODIGO(IDX-LOTE-MEM) =
                          TLC-CODIGO(IDX-LINEA-COSTEO) AND
                          LTM-UBICACION(IDX-LOTE-MEM) =
                          TLC-UBICACION(IDX-LINEA-COSTEO) AND
                          LTM-FECHA(IDX-LOTE-MEM) >=
                          TLC-DESDE(IDX-LINEA-COSTEO) AND
                          LTM-FECHA(IDX-LOTE-MEM) <=
                          TLC-HASTA(IDX-LINEA-COSTEO)
                           SET LOTE-EN-COSTEO TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF LOTE-EN-COSTEO
               IF CST-POR-VALOR
                   COMPUTE WS-CST-BASE-LOTE =
                       LTM-CANTIDAD(IDX-LOTE-MEM) *
                       LTM-COSTO(IDX-LOTE-MEM)
               ELSE
                   MOVE LTM-CANTIDAD(IDX-LOTE-MEM) TO WS-CST-BASE-LOTE
               END-IF
           END-IF.

       REPARTIR-CARGO-LOTES.
           *> Cada capa lleva su parte proporcional a la base; la
           *> última se queda con el resto para que lo repartido sume
           *> exactamente el importe. La parte se convierte a un
           *> aumento del costo unitario con centavos, así que lo
           *> aplicado puede diferir unos centavos del importe.
           MOVE 0 TO WS-CST-LOTES-VISTOS
           MOVE 0 TO WS-CST-ASIGNADO
           MOVE 0 TO WS-CST-APLICADO
           PERFORM VARYING IDX-LOTE-MEM FROM 1 BY 1
                   UNTIL IDX-LOTE-MEM > TOTAL-LOTES-MEM
               PERFORM EVALUAR-LOTE-COSTEO
               IF LOTE-EN-COSTEO
                   ADD 1 TO WS-CST-LOTES-VISTOS
                   IF WS-CST-LOTES-VISTOS = WS-CST-LOTES-AFECT
                       COMPUTE WS-CST-PARTE =
                           CST-IMPORTE - WS-CST-ASIGNADO
                   ELSE
                       COMPUTE WS-CST-PARTE ROUNDED =
                           CST-IMPORTE * WS-CST-BASE-LOTE /
                           WS-CST-BASE-TOTAL
                   END-IF
                   ADD WS-CST-PARTE TO WS-CST-ASIGNADO
                   COMPUTE WS-CST-INCREMENTO ROUNDED =
                       WS-CST-PARTE / LTM-CANTIDAD(IDX-LOTE-MEM)
                   COMPUTE WS-CST-COSTO-NUEVO =
                       LTM-COSTO(IDX-LOTE-MEM) + WS-CST-INCREMENTO
                   IF WS-CST-COSTO-NUEVO > 99999.99
                       SET CST-DESBORDADO TO TRUE
                   END-IF
                   IF CST-APLICAR
                       PERFORM APLICAR-CARGO-LOTE
                   END-IF
               END-IF
           END-PERFORM.

       APLICAR-CARGO-LOTE.
           MOVE LTM-CODIGO(IDX-LOTE-MEM) TO LCS-CODIGO
           MOVE LTM-UBICACION(IDX-LOTE-MEM) TO LCS-UBICACION
           MOVE LTM-FECHA(IDX-LOTE-MEM) TO LCS-FECHA
           MOVE LTM-CANTIDAD(IDX-LOTE-MEM) TO LCS-CANTIDAD
           MOVE LTM-COSTO(IDX-LOTE-MEM) TO LCS-COSTO-ANTES
           MOVE WS-CST-COSTO-NUEVO TO LTM-COSTO(IDX-LOTE-MEM)
           MOVE LTM-COSTO(IDX-LOTE-MEM) TO LCS-COSTO-DESPUES
           COMPUTE WS-CST-APLICADO-LOTE =
               WS-CST-INCREMENTO * LTM-CANTIDAD(IDX-LOTE-MEM)
           ADD WS-CST-APLICADO-LOTE TO WS-CST-APLICADO
           MOVE WS-CST-APLICADO-LOTE TO LCS-ASIGNADO
           WRITE REGISTRO-REPORTE-COSTEO FROM LINEA-COSTEO-LOTE
           PERFORM RECALCULAR-COSTO-PRODUCTO.

       RECALCULAR-COSTO-PRODUCTO.
           *> Mismo promedio ponderado que CALCULAR-COSTO-PROMEDIO,
           *> pero solo con las capas vigentes en memoria del
           *> código/bodega de la capa IDX-LOTE-MEM.
           MOVE LTM-CODIGO(IDX-LOTE-MEM) TO WS-MOV-LOTE-CODIGO
           MOVE LTM-UBICACION(IDX-LOTE-MEM) TO WS-MOV-LOTE-UBIC
           MOVE "N" TO ENCONTRADO
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                   UNTIL IDX-PRODUCTO > CONTADOR-PRODUCTOS
                      OR PRODUCTO-EXISTE
               IF TAB-CODIGO(IDX-PRODUCTO) = WS-MOV-LOTE-CODIGO AND
                  TAB-UBICACION(IDX-PRODUCTO) = WS-MOV-LOTE-UBIC
                   SET PRODUCTO-EXISTE TO TRUE
                   MOVE IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               END-IF
           END-PERFORM
           IF PRODUCTO-EXISTE
               SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               MOVE 0 TO WS-CST-CANT-PROD
               MOVE 0 TO WS-CST-VALOR-PROD
               PERFORM VARYING WS-IDX-LOTE-BUSCA FROM 1 BY 1
                       UNTIL WS-IDX-LOTE-BUSCA > TOTAL-LOTES-MEM
                   IF LTM-CODIGO(WS-IDX-LOTE-BUSCA) = WS-MOV-LOTE-CODIGO
                      AND LTM-UBICACION(WS-IDX-LOTE-BUSCA) =
                          WS-MOV-LOTE-UBIC
                       ADD LTM-CANTIDAD(WS-IDX-LOTE-BUSCA)
                           TO WS-CST-CANT-PROD
                       COMPUTE WS-CST-VALOR-PROD = WS-CST-VALOR-PROD +
                           (LTM-CANTIDAD(WS-IDX-LOTE-BUSCA) *
                            LTM-COSTO(WS-IDX-LOTE-BUSCA))
                   END-IF
               END-PERFORM
               IF WS-CST-CANT-PROD > 0
                   DIVIDE WS-CST-VALOR-PROD BY WS-CST-CANT-PROD
                       GIVING TAB-COSTO-PROM(IDX-PRODUCTO) ROUNDED
               END-IF
           END-IF.

       ESCRIBIR-RESUMEN-COSTEO.
           *> Costo promedio de cada producto que cambió, para que
           *> contabilidad ajuste el valor del inventario.
           MOVE SPACES TO REGISTRO-REPORTE-COSTEO
           WRITE REGISTRO-REPORTE-COSTEO
           MOVE SPACES TO REGISTRO-REPORTE-COSTEO
           STRING "COSTO PROMEDIO POR PRODUCTO AFECTADO"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
           WRITE REGISTRO-REPORTE-COSTEO
           MOVE SPACES TO REGISTRO-REPORTE-COSTEO
           STRING "CODIGO BODEG NOMBRE                         STOCK "
               "PROM. ANT. PROM. NUEVO"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
           WRITE REGISTRO-REPORTE-COSTEO
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                   UNTIL IDX-PRODUCTO > CONTADOR-PRODUCTOS
               IF TAB-COSTO-PROM(IDX-PRODUCTO) NOT =
                  TCA-COSTO-PROM(IDX-PRODUCTO)
                   MOVE TAB-CODIGO(IDX-PRODUCTO) TO LCP-CODIGO
                   MOVE TAB-UBICACION(IDX-PRODUCTO) TO LCP-UBICACION
                   MOVE TAB-NOMBRE(IDX-PRODUCTO) TO LCP-NOMBRE
                   MOVE TAB-STOCK(IDX-PRODUCTO) TO LCP-STOCK
                   MOVE TCA-COSTO-PROM(IDX-PRODUCTO)
                       TO LCP-COSTO-ANTES
                   MOVE TAB-COSTO-PROM(IDX-PRODUCTO)
                       TO LCP-COSTO-DESPUES
                   WRITE REGISTRO-REPORTE-COSTEO
                       FROM LINEA-COSTEO-PRODUCTO
               END-IF
           END-PERFORM
           MOVE SPACES TO REGISTRO-REPORTE-COSTEO
           STRING "CARGOS APLICADOS: " COSTEOS-APLICADOS
               "  RECHAZADOS: " COSTEOS-RECHAZADOS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-COSTEO
           WRITE REGISTRO-REPORTE-COSTEO.

       GENERAR-REPORTE-MARGEN.
           *> Compara el precio de venta contra el costo promedio
           *> ponderado (TAB-COSTO-PROM, calculado en
           *> carga del catálogo fallida tampoco: recalcular contra
           *> la tabla vacía tiraría el disparador con un reporte en
           *> blanco, el mismo cuidado que PRECIOS.DAT.
           MOVE "MINIMOS.PAR" TO WS-NOMBRE-MINIMOS
           OPEN INPUT ARCHIVO-PARAM-MINIMOS
           IF WS-STATUS-PARAM-MIN NOT = "00"
               CONTINUE
                                   TO WS-APLICAR-MINIMOS
                       END-READ
                       CLOSE ARCHIVO-PARAM-MINIMOS
                       *> Con versión vigente el margen sale de ella;
                       *> proponer o aplicar sigue siendo decisión de
                       *> cada corrida y se toma del disparador.
                       MOVE "MINIMOS.PAR" TO WS-VER-CONJUNTO
                       MOVE WS-FECHA-HOY TO WS-VER-FECHA
                       PERFORM SELECCIONAR-VERSION-PARAM
                       IF VER-HALLADA
                           PERFORM LEER-MARGEN-VERSION-MINIMOS
                       END-IF
                       PERFORM RECALCULAR-MINIMOS
                       CALL "CBL_DELETE_FILE" USING "MINIMOS.PAR"
               END-EVALUATE
           END-IF.

       LEER-MARGEN-VERSION-MINIMOS.
           MOVE WS-VER-NOMBRE TO WS-NOMBRE-MINIMOS
           OPEN INPUT ARCHIVO-PARAM-MINIMOS
           IF WS-STATUS-PARAM-MIN NOT = "00"
               DISPLAY "AVISO: " WS-NOMBRE-MINIMOS
                   " no existe, margen de MINIMOS.PAR"
           ELSE
               READ ARCHIVO-PARAM-MINIMOS
                   AT END
                       DISPLAY "AVISO: " WS-NOMBRE-MINIMOS
                           " vacío, margen de MINIMOS.PAR"
                   NOT AT END
                       MOVE MIN-MARGEN-PCT TO WS-MARGEN-MINIMOS
               END-READ
               CLOSE ARCHIVO-PARAM-MINIMOS
           END-IF
           MOVE "MINIMOS.PAR" TO WS-NOMBRE-MINIMOS.

       SELECCIONAR-VERSION-PARAM.
           *> Versión de WS-VER-CONJUNTO vigente a WS-VER-FECHA según
           *> PARAMVER.DAT (ver MANTENIMIENTO-PARAMETROS): la de mayor
           *> vigencia no posterior a la fecha y, a igual vigencia, la
           *> de número más alto. Sin versiones registradas se lee el
           *> archivo vivo.
           MOVE "N" TO WS-SW-VER-HALLADA
           MOVE 0 TO WS-VER-NUMERO
           MOVE 0 TO WS-VER-VIGENCIA
           MOVE SPACES TO WS-VER-OPERADOR
           MOVE "N" TO EOF-VERSIONES
           OPEN INPUT ARCHIVO-VERSIONES
           IF WS-STATUS-VERSIONES = "00"
               PERFORM UNTIL FIN-VERSIONES
                   READ ARCHIVO-VERSIONES
                       AT END
                           SET FIN-VERSIONES TO TRUE
                       NOT AT END
                           PERFORM EVALUAR-VERSION-PARAM
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VERSIONES
           END-IF
           MOVE SPACES TO WS-VER-NOMBRE
           MOVE SPACES TO WS-VER-DESCRIPCION
           IF VER-HALLADA
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   ".V" WS-VER-NUMERO DELIMITED BY SIZE
                   INTO WS-VER-NOMBRE
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   " V" WS-VER-NUMERO " VIGENTE DESDE "
                   WS-VER-VIGENCIA " (" DELIMITED BY SIZE
                   WS-VER-OPERADOR DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-VER-DESCRIPCION
           ELSE
               MOVE WS-VER-CONJUNTO TO WS-VER-NOMBRE
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   " SIN VERSION REGISTRADA (ARCHIVO VIVO)"
                   DELIMITED BY SIZE INTO WS-VER-DESCRIPCION
           END-IF
           DISPLAY "Parámetros: " WS-VER-DESCRIPCION.

       EVALUAR-VERSION-PARAM.
           IF PVR-ARCHIVO = WS-VER-CONJUNTO AND
              PVR-VIGENCIA <= WS-VER-FECHA
               IF NOT VER-HALLADA OR
                  PVR-VIGENCIA > WS-VER-VIGENCIA OR
                  (PVR-VIGENCIA = WS-VER-VIGENCIA AND
                   PVR-VERSION > WS-VER-NUMERO)
                   SET VER-HALLADA TO TRUE
                   MOVE PVR-VERSION TO WS-VER-NUMERO
                   MOVE PVR-VIGENCIA TO WS-VER-VIGENCIA
                   MOVE PVR-OPERADOR TO WS-VER-OPERADOR
               END-IF
           END-IF.

       RECALCULAR-MINIMOS.
           MOVE 0 TO WS-MINIMOS-PROPUESTOS
           MOVE 0 TO WS-MINIMOS-APLICADOS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-MIN
           WRITE REGISTRO-REPORTE-MIN
           MOVE SPACES TO REGISTRO-REPORTE-MIN
           STRING "PARAMETROS: " WS-VER-DESCRIPCION
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-MIN
           WRITE REGISTRO-REPORTE-MIN
           MOVE SPACES TO REGISTRO-REPORTE-MIN
           STRING "CODIGO BODEG MIN. PROP. CONS/DIA DIAS MRG "
               "ACCION"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-MIN
           DISPLAY "13. Reprocesar recepciones en suspenso".
           DISPLAY "14. Restaurar generación de PRODUCTOS.DAT".
           DISPLAY "15. Procesar devoluciones (DEVOLUCION.DAT)".
           DISPLAY "16. Armar/desarmar kits (ARMADO.DAT)".
           DISPLAY "17. Aprobar ajustes de conteo pendientes".
           DISPLAY "18. Resultados de inspección (INSPECCION.DAT)".
           DISPLAY "19. Costos de flete y aranceles (COSTEO.DAT)".
           DISPLAY "20. Salir".
           DISPLAY "Selecciona una opción (1-20): " WITH NO ADVANCING.
           ACCEPT OPCION-MENU.

       PROCESAR-OPCION.
              OPCION-MENU NOT = 1 AND OPCION-MENU NOT = 2 AND
              OPCION-MENU NOT = 3 AND OPCION-MENU NOT = 4 AND
              OPCION-MENU NOT = 5 AND OPCION-MENU NOT = 7 AND
              OPCION-MENU NOT = 12 AND OPCION-MENU NOT = 20
               DISPLAY "OPCION CERRADA: sesión de consulta; el "
                   "candado lo tiene " WS-CANDADO-OPERADOR "."
           ELSE
                   END-IF
                   END-IF
               WHEN 16
                   IF CARGA-FALLIDA
                       PERFORM RECHAZAR-OPCION-SIN-CARGA
                   ELSE
                   IF WS-NIVEL-OPERADOR < NIVEL-MOVIMIENTOS
                       PERFORM RECHAZAR-OPCION-NIVEL
                   ELSE
                       PERFORM ARMAR-KITS
                   END-IF
                   END-IF
               WHEN 17
                   IF CARGA-FALLIDA
                       PERFORM RECHAZAR-OPCION-SIN-CARGA
                   ELSE
                   IF WS-NIVEL-OPERADOR < NIVEL-MANTENIMIENTO
                       PERFORM RECHAZAR-OPCION-NIVEL
                   ELSE
                       PERFORM APROBAR-AJUSTES-CONTEO
                   END-IF
                   END-IF
               WHEN 18
                   IF CARGA-FALLIDA
                       PERFORM RECHAZAR-OPCION-SIN-CARGA
                   ELSE
                   IF WS-NIVEL-OPERADOR < NIVEL-MOVIMIENTOS
                       PERFORM RECHAZAR-OPCION-NIVEL
                   ELSE
                       PERFORM PROCESAR-INSPECCIONES
                   END-IF
                   END-IF
               WHEN 19
                   IF CARGA-FALLIDA
                       PERFORM RECHAZAR-OPCION-SIN-CARGA
                   ELSE
                   IF WS-NIVEL-OPERADOR < NIVEL-MANTENIMIENTO
                       PERFORM RECHAZAR-OPCION-NIVEL
                   ELSE
                       PERFORM PROCESAR-COSTOS-INTERNACION
                   END-IF
                   END-IF
               WHEN 20
                   DISPLAY "Saliendo del sistema..."
               WHEN OTHER
                   DISPLAY "Opción inválida. Intenta de nuevo."
           END-EVALUATE.

       RECHAZAR-OPCION-SIN-CARGA.
           *> Con el catálogo sin cargar, postear movimientos solo
           *> rechazaría todas las líneas y borraría sus archivos:
           *> las opciones que mueven stock quedan cerradas igual
           *> que el grabado (ver GUARDAR-DATOS-ARCHIVO).
           DISPLAY "OPCION CERRADA: PRODUCTOS.DAT no se pudo cargar "
               "en esta sesión; los movimientos pendientes quedan "
               "en sus archivos.".

       RECHAZAR-OPCION-NIVEL.
           DISPLAY "OPCION RESTRINGIDA: el operador "
               WS-OPERADOR-ACTUAL " (nivel " WS-NIVEL-OPERADOR
               ") no tiene el nivel requerido.".

       RECIBIR-MERCANCIA.
           MOVE 0 TO RECEPCIONES-RECHAZADAS
           MOVE 0 TO RECEPCIONES-SIN-ORDEN
           MOVE 0 TO RECEPCIONES-EXCEDIDAS
           MOVE 0 TO RECEPCIONES-RETENIDAS
           MOVE "N" TO EOF-RECEPCION

           *> RECEPCION.DAT es opcional: si todavía no existe (nadie ha

               DISPLAY "Recepciones aplicadas:  " RECEPCIONES-APLICADAS
               DISPLAY "Recepciones rechazadas: " RECEPCIONES-RECHAZADAS
               IF RECEPCIONES-RETENIDAS > 0
                   DISPLAY "En CUARENTENA para inspección: "
                       RECEPCIONES-RETENIDAS
               END-IF
               IF RECEPCIONES-SIN-ORDEN > 0
                   DISPLAY "Entregas SIN ORDEN de compra: "
                       RECEPCIONES-SIN-ORDEN
               END-IF
           END-PERFORM

           IF PRODUCTO-EXISTE
               SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               PERFORM CONVERTIR-CANTIDAD-RECEPCION
           END-IF

           IF NOT PRODUCTO-EXISTE
               DISPLAY "Código/bodega no encontrado, se rechaza: "
                   REC-CODIGO " " REC-UBICACION
               MOVE "CODIGO/BODEGA NO EXISTE" TO WS-MOTIVO-SUSPENSO
               PERFORM ENVIAR-RECEPCION-SUSPENSO
               ADD 1 TO RECEPCIONES-RECHAZADAS
           ELSE
           IF NOT UNIDAD-VALIDA
               *> Unidad ajena al producto o un total que no cabe en
               *> el stock: la mercancía está en el andén, así que
               *> la línea va al suspenso igual que un código malo.
               DISPLAY "Unidad/cantidad no válida, se rechaza: "
                   REC-CODIGO " " REC-UBICACION " x " REC-CANTIDAD
                   " " REC-UNIDAD
               PERFORM ENVIAR-RECEPCION-SUSPENSO
               ADD 1 TO RECEPCIONES-RECHAZADAS
           ELSE
               MOVE REC-CODIGO TO WS-CODIGO-CALIDAD
               PERFORM BUSCAR-EXIGE-INSPECCION
               IF EXIGE-INSPECCION
                   PERFORM RETENER-RECEPCION-CUARENTENA
               ELSE
               SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               MOVE TAB-STOCK(IDX-PRODUCTO) TO STOCK-ANTES-RECEPCION
               ADD WS-REC-CANT-BASE TO TAB-STOCK(IDX-PRODUCTO)
               MOVE TAB-STOCK(IDX-PRODUCTO) TO STOCK-DESPUES-RECEPCION
               PERFORM EVALUAR-ESTADO-STOCK
               PERFORM REGISTRAR-BITACORA-RECEP
               PERFORM CASAR-RECEPCION-CON-OC
               ADD 1 TO RECEPCIONES-APLICADAS
               END-IF
           END-IF
           END-IF.

       CONVERTIR-CANTIDAD-RECEPCION.
           *> REC-CANTIDAD viene en la unidad de compra (o en la
           *> base si REC-UNIDAD lo dice); al stock entra en base.
           MOVE REC-CODIGO TO WS-UNIDAD-CODIGO
           PERFORM BUSCAR-UNIDAD-PRODUCTO
           MOVE "Y" TO WS-SW-UNIDAD-VALIDA
           IF REC-UNIDAD = SPACES OR REC-UNIDAD = WS-UNIDAD-COMPRA
               MOVE WS-UNIDAD-COMPRA TO WS-UNIDAD-MOV
               MOVE WS-FACTOR-COMPRA TO WS-FACTOR-MOV
           ELSE
           IF REC-UNIDAD = WS-UNIDAD-BASE
               MOVE WS-UNIDAD-BASE TO WS-UNIDAD-MOV
               MOVE 1 TO WS-FACTOR-MOV
           ELSE
               MOVE "N" TO WS-SW-UNIDAD-VALIDA
               MOVE "UNIDAD NO ES DEL PRODUCTO" TO WS-MOTIVO-SUSPENSO
           END-IF
           END-IF
           IF UNIDAD-VALIDA
               COMPUTE WS-CANT-BASE-MOV = REC-CANTIDAD * WS-FACTOR-MOV
               IF WS-CANT-BASE-MOV + TAB-STOCK(IDX-PRODUCTO) > 9999
                   MOVE "N" TO WS-SW-UNIDAD-VALIDA
                   MOVE "EXCEDE CAPACIDAD DE STOCK"
                       TO WS-MOTIVO-SUSPENSO
               ELSE
                   MOVE WS-CANT-BASE-MOV TO WS-REC-CANT-BASE
               END-IF
           END-IF.

       BUSCAR-EXIGE-INSPECCION.
           *> ¿WS-CODIGO-CALIDAD está en CALIDAD.DAT?
           MOVE "N" TO WS-SW-EXIGE-INSPECCION
           PERFORM VARYING IDX-CALIDAD FROM 1 BY 1
                   UNTIL IDX-CALIDAD > TOTAL-CALIDAD
                      OR EXIGE-INSPECCION
               IF TCL-CODIGO(IDX-CALIDAD) = WS-CODIGO-CALIDAD
                   SET EXIGE-INSPECCION TO TRUE
               END-IF
           END-PERFORM.

       RETENER-RECEPCION-CUARENTENA.
           *> La entrega de un código con inspección no toca
           *> STOCK-ACTUAL: queda en CUARENTENA.DAT hasta que llegue
           *> su resultado. RECEPCION.LOG y la orden de compra se
           *> afectan al liberar, así el casado de facturas, el
           *> kardex y el cierre solo ven lo aceptado. La auditoría
           *> deja constancia de la retención sin mover el stock.
           IF TOTAL-CUARENTENA >= 500 OR CUARENTENA-DESBORDADA
               DISPLAY "Cuarentena llena, se rechaza: "
                   REC-CODIGO " " REC-UBICACION " x " REC-CANTIDAD
               MOVE "CUARENTENA LLENA" TO WS-MOTIVO-SUSPENSO
               PERFORM ENVIAR-RECEPCION-SUSPENSO
               ADD 1 TO RECEPCIONES-RECHAZADAS
           ELSE
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               ADD 1 TO TOTAL-CUARENTENA
               SET IDX-CUARENTENA TO TOTAL-CUARENTENA
               MOVE WS-FECHA-HOY TO TCU-FECHA(IDX-CUARENTENA)
               MOVE WS-HORA-AHORA(1:6) TO TCU-HORA(IDX-CUARENTENA)
               MOVE REC-CODIGO TO TCU-CODIGO(IDX-CUARENTENA)
               MOVE REC-UBICACION TO TCU-UBICACION(IDX-CUARENTENA)
               MOVE WS-REC-CANT-BASE TO TCU-CANTIDAD(IDX-CUARENTENA)
               MOVE WS-OPERADOR-RECEP TO TCU-OPERADOR(IDX-CUARENTENA)
               SET CUARENTENA-CAMBIO TO TRUE
               SET DATOS-CAMBIARON TO TRUE
               ADD 1 TO RECEPCIONES-RETENIDAS

               OPEN EXTEND ARCHIVO-AUDITORIA
               IF WS-STATUS-AUDITORIA NOT = "00"
                   OPEN OUTPUT ARCHIVO-AUDITORIA
               END-IF
               SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
               MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-DESPUES
               MOVE "CUARENTENA" TO WS-AUD-MOTIVO
               PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO
               CLOSE ARCHIVO-AUDITORIA
               DISPLAY "A CUARENTENA (inspección): " REC-CODIGO " "
                   REC-UBICACION " x " WS-REC-CANT-BASE " "
                   WS-UNIDAD-BASE
           END-IF.

       CARGAR-PRODUCTOS-CALIDAD.
           *> CALIDAD.DAT es opcional: sin él ningún código se
           *> retiene y las recepciones entran al stock como siempre.
           MOVE 0 TO TOTAL-CALIDAD
           MOVE "N" TO EOF-CALIDAD
           OPEN INPUT ARCHIVO-CALIDAD
           IF WS-STATUS-CALIDAD NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL FIN-CALIDAD
                   READ ARCHIVO-CALIDAD
                       AT END
                           SET FIN-CALIDAD TO TRUE
                       NOT AT END
                           IF TOTAL-CALIDAD < 500
                               ADD 1 TO TOTAL-CALIDAD
                               SET IDX-CALIDAD TO TOTAL-CALIDAD
                               MOVE CAL-CODIGO
                                   TO TCL-CODIGO(IDX-CALIDAD)
                           ELSE
                               DISPLAY "ADVERTENCIA: mas de 500 "
                                   "códigos en CALIDAD.DAT; se "
                                   "ignora: " CAL-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CALIDAD
               DISPLAY "Códigos con inspección de calidad: "
                   TOTAL-CALIDAD
           END-IF.

       CARGAR-CUARENTENA.
           *> CUARENTENA.DAT es opcional: sin él no hay nada retenido.
           MOVE 0 TO TOTAL-CUARENTENA
           MOVE "N" TO SW-CUARENTENA-CAMBIADA
           MOVE "N" TO SW-CUARENTENA-DESBORDE
           MOVE "N" TO EOF-CUARENTENA
           OPEN INPUT ARCHIVO-CUARENTENA
           IF WS-STATUS-CUARENTENA NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL FIN-CUARENTENA
                   READ ARCHIVO-CUARENTENA
                       AT END
                           SET FIN-CUARENTENA TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-CUARENTENA-MEMORIA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CUARENTENA
               DISPLAY "Entregas en cuarentena: " TOTAL-CUARENTENA
           END-IF.

       GUARDAR-CUARENTENA-MEMORIA.
           IF TOTAL-CUARENTENA >= 500
               IF NOT CUARENTENA-DESBORDADA
                   SET CUARENTENA-DESBORDADA TO TRUE
                   DISPLAY "ADVERTENCIA: mas de 500 entregas en "
                       "cuarentena; CUARENTENA.DAT no se reescribe "
                       "en esta sesión."
               END-IF
           ELSE
               ADD 1 TO TOTAL-CUARENTENA
               SET IDX-CUARENTENA TO TOTAL-CUARENTENA
               MOVE CUA-FECHA TO TCU-FECHA(IDX-CUARENTENA)
               MOVE CUA-HORA TO TCU-HORA(IDX-CUARENTENA)
               MOVE CUA-CODIGO TO TCU-CODIGO(IDX-CUARENTENA)
               MOVE CUA-UBICACION TO TCU-UBICACION(IDX-CUARENTENA)
               MOVE CUA-CANTIDAD TO TCU-CANTIDAD(IDX-CUARENTENA)
               MOVE CUA-OPERADOR TO TCU-OPERADOR(IDX-CUARENTENA)
           END-IF.

       PROCESAR-INSPECCIONES.
           *> Aplica INSPECCION.DAT contra lo retenido. La cantidad se
           *> toma de las entregas más viejas del código/bodega
           *> primero. Lo liberado entra al stock como una recepción
           *> más (RECEPCION.LOG y orden de compra); lo rechazado
           *> vuelve al proveedor y la orden sigue abierta para que
           *> lo reponga. Con la cuarentena desbordada no se aplica
           *> nada porque CUARENTENA.DAT no podría reescribirse.
           DISPLAY " ".
           DISPLAY "=== RESULTADOS DE INSPECCIÓN DE CALIDAD ===".
           MOVE WS-OPERADOR-ACTUAL TO WS-OPERADOR-RECEP
           MOVE 0 TO INSPECCIONES-LIBERADAS
           MOVE 0 TO INSPECCIONES-DEVUELTAS
           MOVE 0 TO INSPECCIONES-RECHAZADAS
           MOVE 0 TO RECEPCIONES-SIN-ORDEN
           MOVE 0 TO RECEPCIONES-EXCEDIDAS
           MOVE "N" TO EOF-INSPECCION

           IF CUARENTENA-DESBORDADA
               DISPLAY "OPCION SUSPENDIDA: CUARENTENA.DAT tiene mas "
                   "de 500 entregas."
           ELSE
           OPEN INPUT ARCHIVO-INSPECCION
           IF WS-STATUS-INSPECCION NOT = "00"
               DISPLAY "AVISO: INSPECCION.DAT no existe, no hay nada "
                   "que aplicar."
           ELSE
               OPEN EXTEND ARCHIVO-BITACORA-RECEP
               IF WS-STATUS-BITACORA-RECEP NOT = "00"
                   OPEN OUTPUT ARCHIVO-BITACORA-RECEP
               END-IF
               OPEN EXTEND ARCHIVO-BITACORA-INSP
               IF WS-STATUS-BITACORA-INSP NOT = "00"
                   OPEN OUTPUT ARCHIVO-BITACORA-INSP
               END-IF
               OPEN EXTEND ARCHIVO-AUDITORIA
               IF WS-STATUS-AUDITORIA NOT = "00"
                   OPEN OUTPUT ARCHIVO-AUDITORIA
               END-IF

               PERFORM UNTIL FIN-INSPECCION
                   READ ARCHIVO-INSPECCION
                       AT END
                           SET FIN-INSPECCION TO TRUE
                       NOT AT END
                           PERFORM APLICAR-INSPECCION
                   END-READ
               END-PERFORM

               CLOSE ARCHIVO-INSPECCION
               CLOSE ARCHIVO-BITACORA-RECEP
               CLOSE ARCHIVO-BITACORA-INSP
               CLOSE ARCHIVO-AUDITORIA

               *> Mismo criterio que RECEPCION.DAT: lo aplicado no
               *> debe volver a postearse en otra pasada.
               CALL "CBL_DELETE_FILE" USING "INSPECCION.DAT"

               DISPLAY "Liberadas a stock:      " INSPECCIONES-LIBERADAS
               DISPLAY "Devueltas al proveedor: " INSPECCIONES-DEVUELTAS
               DISPLAY "Líneas no aplicadas:    "
                   INSPECCIONES-RECHAZADAS
               IF RECEPCIONES-SIN-ORDEN > 0
                   DISPLAY "Liberadas SIN ORDEN de compra: "
                       RECEPCIONES-SIN-ORDEN
               END-IF
               IF RECEPCIONES-EXCEDIDAS > 0
                   DISPLAY "Liberadas con EXCESO sobre la orden: "
                       RECEPCIONES-EXCEDIDAS
               END-IF
               ADD INSPECCIONES-RECHAZADAS TO SES-RECHAZOS-TOTAL
               IF INSPECCIONES-LIBERADAS > 0 OR
                  INSPECCIONES-DEVUELTAS > 0
                   SET CUARENTENA-CAMBIO TO TRUE
                   SET DATOS-CAMBIARON TO TRUE
               END-IF
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               PERFORM ESCRIBIR-REPORTE-CUARENTENA
           END-IF
           END-IF.

       APLICAR-INSPECCION.
           MOVE "N" TO ENCONTRADO
           MOVE 0 TO WS-IDX-PRODUCTO-ACTUAL
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                   UNTIL IDX-PRODUCTO > CONTADOR-PRODUCTOS
                      OR PRODUCTO-EXISTE
               IF TAB-CODIGO(IDX-PRODUCTO) = INS-CODIGO AND
                  TAB-UBICACION(IDX-PRODUCTO) = INS-UBICACION
                   SET PRODUCTO-EXISTE TO TRUE
                   MOVE IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CANT-EN-CUARENTENA
           PERFORM VARYING IDX-CUARENTENA FROM 1 BY 1
                   UNTIL IDX-CUARENTENA > TOTAL-CUARENTENA
               IF TCU-CODIGO(IDX-CUARENTENA) = INS-CODIGO AND
                  TCU-UBICACION(IDX-CUARENTENA) = INS-UBICACION
                   ADD TCU-CANTIDAD(IDX-CUARENTENA)
                       TO WS-CANT-EN-CUARENTENA
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT PRODUCTO-EXISTE
                   DISPLAY "Código/bodega no encontrado: "
                       INS-CODIGO " " INS-UBICACION
                   ADD 1 TO INSPECCIONES-RECHAZADAS
               WHEN NOT INS-LIBERAR AND NOT INS-RECHAZAR
                   DISPLAY "Resultado no válido (L/R): "
                       INS-CODIGO " " INS-UBICACION " " INS-RESULTADO
                   ADD 1 TO INSPECCIONES-RECHAZADAS
               WHEN INS-CANTIDAD NOT NUMERIC OR INS-CANTIDAD = 0
                   DISPLAY "Cantidad no válida: "
                       INS-CODIGO " " INS-UBICACION
                   ADD 1 TO INSPECCIONES-RECHAZADAS
               WHEN INS-CANTIDAD > WS-CANT-EN-CUARENTENA
                   DISPLAY "Inspecciona mas de lo retenido: "
                       INS-CODIGO " " INS-UBICACION " x "
                       INS-CANTIDAD " (en cuarentena "
                       WS-CANT-EN-CUARENTENA ")"
                   ADD 1 TO INSPECCIONES-RECHAZADAS
               WHEN INS-LIBERAR AND
                    INS-CANTIDAD +
                    TAB-STOCK(WS-IDX-PRODUCTO-ACTUAL) > 9999
                   DISPLAY "Liberar excede capacidad de stock: "
                       INS-CODIGO " " INS-UBICACION " x " INS-CANTIDAD
                   ADD 1 TO INSPECCIONES-RECHAZADAS
               WHEN OTHER
                   PERFORM TOMAR-DE-CUARENTENA
                   IF INS-LIBERAR
                       PERFORM LIBERAR-INSPECCION
                   ELSE
                       PERFORM DEVOLVER-INSPECCION
                   END-IF
                   PERFORM REGISTRAR-BITACORA-INSP
           END-EVALUATE.

       TOMAR-DE-CUARENTENA.
           *> Descuenta INS-CANTIDAD de las entregas retenidas en
           *> orden de llegada; las que quedan en cero no se graban.
           MOVE INS-CANTIDAD TO WS-CANT-POR-APLICAR
           PERFORM VARYING IDX-CUARENTENA FROM 1 BY 1
                   UNTIL IDX-CUARENTENA > TOTAL-CUARENTENA
                      OR WS-CANT-POR-APLICAR = 0
               IF TCU-CODIGO(IDX-CUARENTENA) = INS-CODIGO AND
                  TCU-UBICACION(IDX-CUARENTENA) = INS-UBICACION
                   IF TCU-CANTIDAD(IDX-CUARENTENA) >
                      WS-CANT-POR-APLICAR
                       MOVE WS-CANT-POR-APLICAR TO WS-CANT-TOMADA
                   ELSE
                       MOVE TCU-CANTIDAD(IDX-CUARENTENA)
                           TO WS-CANT-TOMADA
                   END-IF
                   SUBTRACT WS-CANT-TOMADA
                       FROM TCU-CANTIDAD(IDX-CUARENTENA)
                   SUBTRACT WS-CANT-TOMADA FROM WS-CANT-POR-APLICAR
               END-IF
           END-PERFORM.

       LIBERAR-INSPECCION.
           *> Entra al stock por el mismo camino que una recepción,
           *> con la cantidad ya en unidad base.
           MOVE INS-CODIGO TO REC-CODIGO
           MOVE INS-UBICACION TO REC-UBICACION
           MOVE INS-CANTIDAD TO REC-CANTIDAD
           MOVE INS-CODIGO TO WS-UNIDAD-CODIGO
           PERFORM BUSCAR-UNIDAD-PRODUCTO
           MOVE WS-UNIDAD-BASE TO REC-UNIDAD
           MOVE WS-UNIDAD-BASE TO WS-UNIDAD-MOV
           MOVE INS-CANTIDAD TO WS-REC-CANT-BASE
           SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
           MOVE TAB-STOCK(IDX-PRODUCTO) TO STOCK-ANTES-RECEPCION
           ADD WS-REC-CANT-BASE TO TAB-STOCK(IDX-PRODUCTO)
           MOVE TAB-STOCK(IDX-PRODUCTO) TO STOCK-DESPUES-RECEPCION
           PERFORM EVALUAR-ESTADO-STOCK
           PERFORM REGISTRAR-BITACORA-RECEP
           PERFORM CASAR-RECEPCION-CON-OC
           ADD 1 TO INSPECCIONES-LIBERADAS
           DISPLAY "LIBERADO: " INS-CODIGO " " INS-UBICACION " x "
               INS-CANTIDAD " stock " STOCK-ANTES-RECEPCION " -> "
               STOCK-DESPUES-RECEPCION.

       DEVOLVER-INSPECCION.
           *> El stock no se mueve; la auditoría y INSPECCION.LOG
           *> dejan constancia de la devolución al proveedor.
           SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
           MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
           MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-DESPUES
           MOVE "INSP-RECH" TO WS-AUD-MOTIVO
           PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO
           ADD 1 TO INSPECCIONES-DEVUELTAS
           DISPLAY "DEVUELTO AL PROVEEDOR: " INS-CODIGO " "
               INS-UBICACION " x " INS-CANTIDAD.

       REGISTRAR-BITACORA-INSP.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-HOY TO LI-FECHA
           MOVE WS-HORA-AHORA(1:6) TO LI-HORA
           MOVE INS-CODIGO TO LI-CODIGO
           MOVE INS-UBICACION TO LI-UBICACION
           MOVE INS-RESULTADO TO LI-RESULTADO
           MOVE INS-CANTIDAD TO LI-CANTIDAD
           MOVE INS-INSPECTOR TO LI-INSPECTOR
           MOVE WS-OPERADOR-ACTUAL TO LI-OPERADOR
           WRITE REGISTRO-BITACORA-INSP FROM LINEA-BITACORA-INSP.

       GENERAR-REPORTE-CUARENTENA.
           *> Ver GENERAR-REPORTE-OC-VENCIDAS: la sesión de consulta
           *> no regenera reportes.
           IF SESION-CONSULTA
               CONTINUE
           ELSE
               PERFORM ESCRIBIR-REPORTE-CUARENTENA
           END-IF.

       ESCRIBIR-REPORTE-CUARENTENA.
           MOVE 0 TO WS-TOTAL-CUARENTENA
           MOVE 0 TO WS-CANT-EN-CUARENTENA
           OPEN OUTPUT ARCHIVO-REPORTE-CUARENTENA
           MOVE SPACES TO REGISTRO-REPORTE-CUARENTENA
           STRING "MERCANCIA EN CUARENTENA DE CALIDAD - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-CUARENTENA
           WRITE REGISTRO-REPORTE-CUARENTENA
           MOVE SPACES TO REGISTRO-REPORTE-CUARENTENA
           STRING "CODIGO BODEG  RECIBIDO HORA   CANT.   DIAS  "
               "OPERADOR"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-CUARENTENA
           WRITE REGISTRO-REPORTE-CUARENTENA

           MOVE WS-FECHA-HOY TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-HOY
           PERFORM VARYING IDX-CUARENTENA FROM 1 BY 1
                   UNTIL IDX-CUARENTENA > TOTAL-CUARENTENA
               IF TCU-CANTIDAD(IDX-CUARENTENA) > 0
                   ADD 1 TO WS-TOTAL-CUARENTENA
                   ADD TCU-CANTIDAD(IDX-CUARENTENA)
                       TO WS-CANT-EN-CUARENTENA
                   PERFORM ESCRIBIR-LINEA-CUARENTENA
               END-IF
           END-PERFORM

           MOVE SPACES TO REGISTRO-REPORTE-CUARENTENA
           STRING "TOTAL DE ENTREGAS RETENIDAS: " WS-TOTAL-CUARENTENA
               "  UNIDADES: " WS-CANT-EN-CUARENTENA
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-CUARENTENA
           WRITE REGISTRO-REPORTE-CUARENTENA
           CLOSE ARCHIVO-REPORTE-CUARENTENA
           IF WS-TOTAL-CUARENTENA > 0
               DISPLAY "Entregas en cuarentena en CUARENTENA.RPT: "
                   WS-TOTAL-CUARENTENA
           END-IF.

       ESCRIBIR-LINEA-CUARENTENA.
           MOVE TCU-CODIGO(IDX-CUARENTENA) TO LCU-CODIGO
           MOVE TCU-UBICACION(IDX-CUARENTENA) TO LCU-UBICACION
           MOVE TCU-FECHA(IDX-CUARENTENA) TO LCU-FECHA
           MOVE TCU-HORA(IDX-CUARENTENA) TO LCU-HORA
           MOVE TCU-CANTIDAD(IDX-CUARENTENA) TO LCU-CANTIDAD
           MOVE TCU-FECHA(IDX-CUARENTENA) TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           COMPUTE WS-EDAD-SALIDA =
               WS-SERIE-HOY - WS-SERIE-RESULTADO
           MOVE WS-EDAD-SALIDA TO LCU-DIAS
           MOVE TCU-OPERADOR(IDX-CUARENTENA) TO LCU-OPERADOR
           WRITE REGISTRO-REPORTE-CUARENTENA FROM LINEA-CUARENTENA.

       GRABAR-ARCHIVO-CUARENTENA.
           *> Reescribe CUARENTENA.DAT solo con lo todavía retenido;
           *> con la tabla desbordada no se toca el archivo.
           IF NOT CUARENTENA-CAMBIO
               CONTINUE
           ELSE
           IF CUARENTENA-DESBORDADA
               DISPLAY "ADVERTENCIA: CUARENTENA.DAT no se reescribe, "
                   "la tabla de cuarentena venía desbordada."
           ELSE
               OPEN OUTPUT ARCHIVO-CUARENTENA
               PERFORM VARYING IDX-CUARENTENA FROM 1 BY 1
                       UNTIL IDX-CUARENTENA > TOTAL-CUARENTENA
                   IF TCU-CANTIDAD(IDX-CUARENTENA) > 0
                       MOVE TCU-FECHA(IDX-CUARENTENA) TO CUA-FECHA
                       MOVE TCU-HORA(IDX-CUARENTENA) TO CUA-HORA
                       MOVE TCU-CODIGO(IDX-CUARENTENA) TO CUA-CODIGO
                       MOVE TCU-UBICACION(IDX-CUARENTENA)
                           TO CUA-UBICACION
                       MOVE TCU-CANTIDAD(IDX-CUARENTENA)
                           TO CUA-CANTIDAD
                       MOVE TCU-OPERADOR(IDX-CUARENTENA)
                           TO CUA-OPERADOR
                       WRITE REGISTRO-CUARENTENA
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-CUARENTENA
               MOVE "N" TO SW-CUARENTENA-CAMBIADA
           END-IF
           END-IF.

       DESPACHAR-MERCANCIA.
               IF WS-STATUS-BITACORA-SAL NOT = "00"
                   OPEN OUTPUT ARCHIVO-BITACORA-SALIDAS
               END-IF
               OPEN EXTEND ARCHIVO-TRAZA-LOTES
               IF WS-STATUS-TRAZA-LOTES NOT = "00"
                   OPEN OUTPUT ARCHIVO-TRAZA-LOTES
               END-IF

               PERFORM UNTIL FIN-SALIDAS
                   READ ARCHIVO-SALIDAS

               CLOSE ARCHIVO-SALIDAS
               CLOSE ARCHIVO-BITACORA-SALIDAS
               CLOSE ARCHIVO-TRAZA-LOTES

               *> Mismo criterio que RECIBIR-MERCANCIA: cada línea ya
               *> quedó aplicada (o rechazada) y se borra el archivo
           END-PERFORM

           PERFORM VALIDAR-DESTINO-SALIDA
           IF PRODUCTO-EXISTE
               SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               PERFORM CONVERTIR-CANTIDAD-SALIDA
           END-IF

           IF NOT PRODUCTO-EXISTE
               DISPLAY "Código/bodega no encontrado, se rechaza: "
                   " destino " SAL-DESTINO
               ADD 1 TO SALIDAS-RECHAZADAS
               ADD 1 TO SALIDAS-DEST-INVALIDO
           ELSE
           IF NOT UNIDAD-VALIDA
               DISPLAY "Unidad no es del producto, se rechaza: "
                   SAL-CODIGO " " SAL-UBICACION " x " SAL-CANTIDAD
                   " " SAL-UNIDAD
               ADD 1 TO SALIDAS-RECHAZADAS
           ELSE
               SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               *> Disponible para ESTA salida: stock menos lo
                   RSV-CANTIDAD(IDX-PRODUCTO) + WS-RESERVA-PROPIA
               *> Una salida nunca puede dejar el stock en negativo:
               *> la línea se rechaza entera, no se aplica parcial.
               IF WS-CANT-BASE-MOV > TAB-STOCK(IDX-PRODUCTO)
                   DISPLAY "Stock insuficiente, se rechaza: "
                       SAL-CODIGO " " SAL-UBICACION
                       " (pide " SAL-CANTIDAD " " WS-UNIDAD-MOV
                       " = " WS-CANT-BASE-MOV " " WS-UNIDAD-BASE
                       ", hay " TAB-STOCK(IDX-PRODUCTO) ")"
                   ADD 1 TO SALIDAS-RECHAZADAS
               ELSE
               IF WS-SAL-CANT-BASE > WS-DISPONIBLE-SALIDA
                   MOVE WS-DISPONIBLE-SALIDA TO WS-DISPONIBLE-ED
                   DISPLAY "Stock reservado para otros pedidos, se "
                       "rechaza: " SAL-CODIGO " " SAL-UBICACION
                       " (pide " WS-SAL-CANT-BASE ", disponible "
                       WS-DISPONIBLE-ED ")"
                   ADD 1 TO SALIDAS-RECHAZADAS
                   ADD 1 TO SALIDAS-SIN-DISPONIBLE
               ELSE
                   MOVE TAB-STOCK(IDX-PRODUCTO) TO STOCK-ANTES-SALIDA
                   SUBTRACT WS-SAL-CANT-BASE
                       FROM TAB-STOCK(IDX-PRODUCTO)
                   MOVE TAB-STOCK(IDX-PRODUCTO) TO STOCK-DESPUES-SALIDA
                   PERFORM EVALUAR-ESTADO-STOCK
                   PERFORM REGISTRAR-BITACORA-SALIDA
                   *> La salida consume las capas de LOTES.DAT de la
                   *> más vieja a la más nueva, para que antigüedad y
                   *> costo promedio dejen de contar mercancía ida.
                   *> Cada capa tomada queda en TRAZALOTE.LOG a
                   *> nombre del destino.
                   MOVE SAL-CODIGO TO WS-MOV-LOTE-CODIGO
                   MOVE SAL-UBICACION TO WS-MOV-LOTE-UBIC
                   MOVE WS-SAL-CANT-BASE TO WS-MOV-LOTE-CANT
                   MOVE SAL-DESTINO TO WS-MOV-LOTE-DESTINO
                   SET TRAZAR-LOTES TO TRUE
                   PERFORM CONSUMIR-LOTES-MOVIMIENTO
                   MOVE "N" TO SW-TRAZAR-LOTES
                   PERFORM CONSUMIR-RESERVA-SALIDA
                   ADD 1 TO SALIDAS-APLICADAS
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       CONVERTIR-CANTIDAD-SALIDA.
           *> SAL-CANTIDAD viene en la unidad de despacho (o en la
           *> base si SAL-UNIDAD lo dice, como las que arma
           *> CONFIRMA-PICKING desde las reservas); al stock, los
           *> lotes y las reservas se aplica en base.
           MOVE SAL-CODIGO TO WS-UNIDAD-CODIGO
           PERFORM BUSCAR-UNIDAD-PRODUCTO
           MOVE "Y" TO WS-SW-UNIDAD-VALIDA
           IF SAL-UNIDAD = SPACES OR SAL-UNIDAD = WS-UNIDAD-DESPACHO
               MOVE WS-UNIDAD-DESPACHO TO WS-UNIDAD-MOV
               MOVE WS-FACTOR-DESPACHO TO WS-FACTOR-MOV
           ELSE
           IF SAL-UNIDAD = WS-UNIDAD-BASE
               MOVE WS-UNIDAD-BASE TO WS-UNIDAD-MOV
               MOVE 1 TO WS-FACTOR-MOV
           ELSE
               MOVE "N" TO WS-SW-UNIDAD-VALIDA
           END-IF
           END-IF
           MOVE 0 TO WS-CANT-BASE-MOV
           MOVE 0 TO WS-SAL-CANT-BASE
           IF UNIDAD-VALIDA
               COMPUTE WS-CANT-BASE-MOV = SAL-CANTIDAD * WS-FACTOR-MOV
               *> Más de 9999 en base nunca cabe en el stock: el
               *> rechazo por insuficiente lo toma con
               *> WS-CANT-BASE-MOV completo.
               IF WS-CANT-BASE-MOV <= 9999
                   MOVE WS-CANT-BASE-MOV TO WS-SAL-CANT-BASE
               END-IF
           END-IF.

       VALIDAR-DESTINO-SALIDA.
               TRA-UBIC-ORIGEN " -> " TRA-UBIC-DESTINO
               " x " TRA-CANTIDAD.

       ARMAR-KITS.
           DISPLAY " ".
           DISPLAY "=== ARMADO Y DESARMADO DE KITS ===".
           MOVE WS-OPERADOR-ACTUAL TO WS-OPERADOR-DESP
           MOVE 0 TO KITS-ARMADOS
           MOVE 0 TO KITS-DESARMADOS
           MOVE 0 TO ARMADOS-RECHAZADOS
           MOVE "N" TO EOF-ARMADOS

           *> Sin receta no hay cómo saber qué consume un kit: el
           *> archivo de armados queda intacto para la próxima vez.
           PERFORM CARGAR-RECETAS-KIT
           IF TOTAL-RECETAS-KIT = 0
               DISPLAY "AVISO: KITS.DAT no existe o está vacío, no "
                   "se arma ni desarma nada."
           ELSE
           OPEN INPUT ARCHIVO-ARMADOS
           IF WS-STATUS-ARMADOS NOT = "00"
               DISPLAY "AVISO: ARMADO.DAT no existe, no hay kits "
                   "que armar ni desarmar."
           ELSE
               *> Igual que los traspasos: cada componente y el kit
               *> quedan en INVENTARIO.AUD en el momento, y los lotes
               *> de componentes que entran a un kit quedan en
               *> TRAZALOTE.LOG a nombre del kit (ver RETIRO-LOTE).
               OPEN EXTEND ARCHIVO-AUDITORIA
               IF WS-STATUS-AUDITORIA NOT = "00"
                   OPEN OUTPUT ARCHIVO-AUDITORIA
               END-IF
               OPEN EXTEND ARCHIVO-TRAZA-LOTES
               IF WS-STATUS-TRAZA-LOTES NOT = "00"
                   OPEN OUTPUT ARCHIVO-TRAZA-LOTES
               END-IF

               PERFORM UNTIL FIN-ARMADOS
                   READ ARCHIVO-ARMADOS
                       AT END
                           SET FIN-ARMADOS TO TRUE
                       NOT AT END
                           PERFORM APLICAR-ARMADO
                   END-READ
               END-PERFORM

               CLOSE ARCHIVO-ARMADOS
               CLOSE ARCHIVO-AUDITORIA
               CLOSE ARCHIVO-TRAZA-LOTES

               *> Mismo criterio que TRANSFERIR-MERCANCIA: cada línea
               *> ya quedó aplicada (o rechazada) y se borra el
               *> archivo para que otra pasada no arme lo mismo.
               CALL "CBL_DELETE_FILE" USING "ARMADO.DAT"

               DISPLAY "Kits armados:        " KITS-ARMADOS
               DISPLAY "Kits desarmados:     " KITS-DESARMADOS
               DISPLAY "Líneas rechazadas:   " ARMADOS-RECHAZADOS
               ADD ARMADOS-RECHAZADOS TO SES-RECHAZOS-TOTAL
               IF KITS-ARMADOS > 0 OR KITS-DESARMADOS > 0
                   SET DATOS-CAMBIARON TO TRUE
               END-IF
           END-IF
           END-IF.

       CARGAR-RECETAS-KIT.
           MOVE 0 TO TOTAL-RECETAS-KIT
           MOVE "N" TO EOF-RECETAS-KIT
           OPEN INPUT ARCHIVO-RECETAS-KIT
           IF WS-STATUS-RECETAS-KIT = "00"
               PERFORM UNTIL FIN-RECETAS-KIT
                   READ ARCHIVO-RECETAS-KIT
                       AT END
                           SET FIN-RECETAS-KIT TO TRUE
                       NOT AT END
                           IF KIT-CANTIDAD IS NOT NUMERIC OR
                              KIT-CANTIDAD = 0
                               DISPLAY "AVISO: componente sin "
                                   "cantidad en KITS.DAT, se ignora: "
                                   KIT-CODIGO " " KIT-COMPONENTE
                           ELSE
                           IF TOTAL-RECETAS-KIT >= 1000
                               DISPLAY "AVISO: mas de 1000 líneas "
                                   "en KITS.DAT, se ignora: "
                                   KIT-CODIGO " " KIT-COMPONENTE
                           ELSE
                               ADD 1 TO TOTAL-RECETAS-KIT
                               SET IDX-RECETA-KIT
                                   TO TOTAL-RECETAS-KIT
                               MOVE KIT-CODIGO
                                   TO RKT-KIT(IDX-RECETA-KIT)
                               MOVE KIT-COMPONENTE
                                   TO RKT-COMPONENTE(IDX-RECETA-KIT)
                               MOVE KIT-CANTIDAD
                                   TO RKT-CANTIDAD(IDX-RECETA-KIT)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RECETAS-KIT
               DISPLAY "Líneas de receta de kits cargadas: "
                   TOTAL-RECETAS-KIT
           END-IF.

       APLICAR-ARMADO.
           *> El kit es un producto más del catálogo (CLAVE-PRODUCTO)
           *> y debe existir en la bodega de la línea.
           MOVE 0 TO WS-IDX-KIT
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                   UNTIL IDX-PRODUCTO > CONTADOR-PRODUCTOS
               IF TAB-CODIGO(IDX-PRODUCTO) = ARM-CODIGO AND
                  TAB-UBICACION(IDX-PRODUCTO) = ARM-UBICACION
                   MOVE IDX-PRODUCTO TO WS-IDX-KIT
               END-IF
           END-PERFORM

           MOVE 0 TO TOTAL-COMPONENTES-KIT
           IF (ARM-ARMAR OR ARM-DESARMAR) AND
              ARM-CANTIDAD IS NUMERIC AND ARM-CANTIDAD > 0 AND
              WS-IDX-KIT > 0
               PERFORM RESOLVER-COMPONENTES-KIT
           END-IF

           EVALUATE TRUE
               WHEN NOT ARM-ARMAR AND NOT ARM-DESARMAR
                   DISPLAY "Tipo de movimiento desconocido (A/D), "
                       "se rechaza: " ARM-TIPO " " ARM-CODIGO
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN ARM-CANTIDAD IS NOT NUMERIC OR ARM-CANTIDAD = 0
                   DISPLAY "Cantidad de kits inválida, se rechaza: "
                       ARM-CODIGO " " ARM-UBICACION
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN WS-IDX-KIT = 0
                   DISPLAY "Kit/bodega no encontrado, se rechaza: "
                       ARM-CODIGO " " ARM-UBICACION
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN TOTAL-COMPONENTES-KIT = 0
                   DISPLAY "Kit sin receta en KITS.DAT, se rechaza: "
                       ARM-CODIGO
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN RECETA-DESBORDADA
                   DISPLAY "Receta con mas de 50 componentes, se "
                       "rechaza: " ARM-CODIGO
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN COMPONENTE-NO-EXISTE
                   *> El detalle ya salió en RESOLVER-COMPONENTES-KIT.
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN COMPONENTE-CORTO
                   *> Un kit a medias no se arma: si falta un solo
                   *> componente la línea entera se rechaza y nada
                   *> se mueve.
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN ARM-ARMAR AND
                    TAB-STOCK(WS-IDX-KIT) + ARM-CANTIDAD > 9999
                   DISPLAY "El stock del kit excede 9999, se "
                       "rechaza: " ARM-CODIGO " " ARM-UBICACION
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN ARM-ARMAR AND WS-COSTO-RECETA > 99999.99
                   DISPLAY "Costo de la receta fuera de rango, se "
                       "rechaza: " ARM-CODIGO
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN ARM-DESARMAR AND
                    ARM-CANTIDAD > TAB-STOCK(WS-IDX-KIT)
                   DISPLAY "Stock insuficiente del kit, se rechaza: "
                       ARM-CODIGO " " ARM-UBICACION
                       " (pide " ARM-CANTIDAD
                       ", hay " TAB-STOCK(WS-IDX-KIT) ")"
                   ADD 1 TO ARMADOS-RECHAZADOS
               WHEN ARM-ARMAR
                   PERFORM EJECUTAR-ARMADO
                   ADD ARM-CANTIDAD TO KITS-ARMADOS
               WHEN OTHER
                   PERFORM EJECUTAR-DESARMADO
                   ADD ARM-CANTIDAD TO KITS-DESARMADOS
           END-EVALUATE.

       RESOLVER-COMPONENTES-KIT.
           *> Junta los componentes de la receta con su entrada en el
           *> catálogo de la bodega del kit, sumando las líneas
           *> repetidas de un mismo componente. Para armar, cada
           *> componente debe tener la cantidad libre (stock menos lo
           *> reservado en PEDIDOS.DAT); para desarmar, el stock que
           *> vuelve debe caber en el campo.
           MOVE 0 TO TOTAL-COMPONENTES-KIT
           MOVE "N" TO WS-SW-COMPONENTE-FALTA
           MOVE "N" TO WS-SW-COMPONENTE-CORTO
           MOVE "N" TO WS-SW-RECETA-LLENA
           MOVE 0 TO WS-COSTO-RECETA
           MOVE 0 TO WS-UNIDADES-RECETA
           PERFORM VARYING IDX-RECETA-KIT FROM 1 BY 1
                   UNTIL IDX-RECETA-KIT > TOTAL-RECETAS-KIT
               IF RKT-KIT(IDX-RECETA-KIT) = ARM-CODIGO
                   PERFORM AGREGAR-COMPONENTE-KIT
               END-IF
           END-PERFORM

           IF NOT COMPONENTE-NO-EXISTE AND NOT RECETA-DESBORDADA
               PERFORM VARYING IDX-COMPONENTE-KIT FROM 1 BY 1
                       UNTIL IDX-COMPONENTE-KIT > TOTAL-COMPONENTES-KIT
                   PERFORM MEDIR-COMPONENTE-KIT
               END-PERFORM
           END-IF.

       AGREGAR-COMPONENTE-KIT.
           MOVE 0 TO WS-IDX-COMPONENTE
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                   UNTIL IDX-PRODUCTO > CONTADOR-PRODUCTOS
               IF TAB-CODIGO(IDX-PRODUCTO) =
                      RKT-COMPONENTE(IDX-RECETA-KIT) AND
                  TAB-UBICACION(IDX-PRODUCTO) = ARM-UBICACION
                   MOVE IDX-PRODUCTO TO WS-IDX-COMPONENTE
               END-IF
           END-PERFORM

           IF WS-IDX-COMPONENTE = 0
               DISPLAY "Componente sin entrada en la bodega, se "
                   "rechaza el kit: " ARM-CODIGO " componente "
                   RKT-COMPONENTE(IDX-RECETA-KIT) " " ARM-UBICACION
               SET COMPONENTE-NO-EXISTE TO TRUE
           ELSE
               MOVE 0 TO WS-CMP-HALLADO
               PERFORM VARYING IDX-COMPONENTE-KIT FROM 1 BY 1
                       UNTIL IDX-COMPONENTE-KIT > TOTAL-COMPONENTES-KIT
                   IF CMK-IDX-PRODUCTO(IDX-COMPONENTE-KIT) =
                          WS-IDX-COMPONENTE
                       SET WS-CMP-HALLADO TO IDX-COMPONENTE-KIT
                   END-IF
               END-PERFORM
               IF WS-CMP-HALLADO = 0
                   IF TOTAL-COMPONENTES-KIT >= 50
                       SET RECETA-DESBORDADA TO TRUE
                   ELSE
                       ADD 1 TO TOTAL-COMPONENTES-KIT
                       MOVE TOTAL-COMPONENTES-KIT TO WS-CMP-HALLADO
                       SET IDX-COMPONENTE-KIT TO WS-CMP-HALLADO
                       MOVE WS-IDX-COMPONENTE
                           TO CMK-IDX-PRODUCTO(IDX-COMPONENTE-KIT)
                       MOVE 0 TO CMK-POR-KIT(IDX-COMPONENTE-KIT)
                   END-IF
               END-IF
               IF WS-CMP-HALLADO > 0
                   SET IDX-COMPONENTE-KIT TO WS-CMP-HALLADO
                   ADD RKT-CANTIDAD(IDX-RECETA-KIT)
                       TO CMK-POR-KIT(IDX-COMPONENTE-KIT)
                   ADD RKT-CANTIDAD(IDX-RECETA-KIT)
                       TO WS-UNIDADES-RECETA
                   COMPUTE WS-COSTO-RECETA = WS-COSTO-RECETA +
                       RKT-CANTIDAD(IDX-RECETA-KIT) *
                       TAB-COSTO-PROM(WS-IDX-COMPONENTE)
               END-IF
           END-IF.

       MEDIR-COMPONENTE-KIT.
           COMPUTE CMK-CANTIDAD(IDX-COMPONENTE-KIT) =
               CMK-POR-KIT(IDX-COMPONENTE-KIT) * ARM-CANTIDAD
           SET IDX-PRODUCTO TO CMK-IDX-PRODUCTO(IDX-COMPONENTE-KIT)
           IF ARM-ARMAR
               MOVE 0 TO WS-RESERVA-CMP
               PERFORM VARYING WS-IDX-PEDIDO-2 FROM 1 BY 1
                       UNTIL WS-IDX-PEDIDO-2 > TOTAL-PEDIDOS
                   IF TPD-CODIGO(WS-IDX-PEDIDO-2) =
                          TAB-CODIGO(IDX-PRODUCTO) AND
                      TPD-UBICACION(WS-IDX-PEDIDO-2) = ARM-UBICACION
                       ADD TPD-CANTIDAD(WS-IDX-PEDIDO-2)
                           TO WS-RESERVA-CMP
                   END-IF
               END-PERFORM
               COMPUTE WS-DISPONIBLE-CMP =
                   TAB-STOCK(IDX-PRODUCTO) - WS-RESERVA-CMP
               IF CMK-CANTIDAD(IDX-COMPONENTE-KIT) > WS-DISPONIBLE-CMP
                   DISPLAY "Componente corto, se rechaza el kit: "
                       ARM-CODIGO " componente "
                       TAB-CODIGO(IDX-PRODUCTO) " " ARM-UBICACION
                       " (pide " CMK-CANTIDAD(IDX-COMPONENTE-KIT)
                       ", hay " TAB-STOCK(IDX-PRODUCTO)
                       ", reservado " WS-RESERVA-CMP ")"
                   SET COMPONENTE-CORTO TO TRUE
               END-IF
           ELSE
               IF TAB-STOCK(IDX-PRODUCTO) +
                  CMK-CANTIDAD(IDX-COMPONENTE-KIT) > 9999
                   DISPLAY "El stock del componente excede 9999, se "
                       "rechaza el desarmado: " ARM-CODIGO
                       " componente " TAB-CODIGO(IDX-PRODUCTO)
                   SET COMPONENTE-CORTO TO TRUE
               END-IF
           END-IF.

       EJECUTAR-ARMADO.
           *> Lado componentes: cada uno sale del stock y de sus
           *> capas más viejas; lo tomado de cada lote queda trazado
           *> a nombre del kit.
           MOVE SPACES TO WS-KIT-DESTINO
           STRING "KIT-" ARM-CODIGO
               DELIMITED BY SIZE INTO WS-KIT-DESTINO
           PERFORM VARYING IDX-COMPONENTE-KIT FROM 1 BY 1
                   UNTIL IDX-COMPONENTE-KIT > TOTAL-COMPONENTES-KIT
               SET IDX-PRODUCTO TO CMK-IDX-PRODUCTO(IDX-COMPONENTE-KIT)
               MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
               SUBTRACT CMK-CANTIDAD(IDX-COMPONENTE-KIT)
                   FROM TAB-STOCK(IDX-PRODUCTO)
               MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-DESPUES
               PERFORM EVALUAR-ESTADO-STOCK
               MOVE "ARMA-CONS" TO WS-AUD-MOTIVO
               PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO
               MOVE TAB-CODIGO(IDX-PRODUCTO) TO WS-MOV-LOTE-CODIGO
               MOVE ARM-UBICACION TO WS-MOV-LOTE-UBIC
               MOVE CMK-CANTIDAD(IDX-COMPONENTE-KIT)
                   TO WS-MOV-LOTE-CANT
               MOVE WS-KIT-DESTINO TO WS-MOV-LOTE-DESTINO
               SET TRAZAR-LOTES TO TRUE
               PERFORM CONSUMIR-LOTES-MOVIMIENTO
               MOVE "N" TO SW-TRAZAR-LOTES
           END-PERFORM

           *> Lado kit: entra al costo promedio ponderado sumado de
           *> su receta, en una capa nueva con fecha de hoy.
           MOVE WS-COSTO-RECETA TO WS-COSTO-KIT
           SET IDX-PRODUCTO TO WS-IDX-KIT
           MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
           ADD ARM-CANTIDAD TO TAB-STOCK(IDX-PRODUCTO)
           MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-DESPUES
           PERFORM EVALUAR-ESTADO-STOCK
           MOVE "ARMA-KIT" TO WS-AUD-MOTIVO
           PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO
           MOVE ARM-CODIGO TO WS-MOV-LOTE-CODIGO
           MOVE ARM-UBICACION TO WS-MOV-LOTE-UBIC
           MOVE ARM-CANTIDAD TO WS-MOV-LOTE-CANT
           MOVE WS-COSTO-KIT TO WS-MOV-LOTE-COSTO
           PERFORM AGREGAR-LOTE-MEMORIA
           PERFORM PROMEDIAR-COSTO-ENTRADA

           MOVE WS-COSTO-KIT TO WS-COSTO-KIT-ED
           DISPLAY "Kit armado: " ARM-CODIGO " " ARM-UBICACION
               " x " ARM-CANTIDAD " a costo " WS-COSTO-KIT-ED.

       EJECUTAR-DESARMADO.
           *> Lado kit: sale del stock y de sus capas más viejas al
           *> costo promedio del kit.
           SET IDX-PRODUCTO TO WS-IDX-KIT
           MOVE TAB-COSTO-PROM(IDX-PRODUCTO) TO WS-COSTO-KIT
           MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
           SUBTRACT ARM-CANTIDAD FROM TAB-STOCK(IDX-PRODUCTO)
           MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-DESPUES
           PERFORM EVALUAR-ESTADO-STOCK
           MOVE "DESARM-KIT" TO WS-AUD-MOTIVO
           PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO
           MOVE ARM-CODIGO TO WS-MOV-LOTE-CODIGO
           MOVE ARM-UBICACION TO WS-MOV-LOTE-UBIC
           MOVE ARM-CANTIDAD TO WS-MOV-LOTE-CANT
           PERFORM CONSUMIR-LOTES-MOVIMIENTO

           *> Lado componentes: el costo del kit se reparte en
           *> proporción al costo promedio de cada componente, para
           *> que el valor que sale con el kit vuelva entero; con
           *> componentes sin costo se reparte por unidad.
           PERFORM VARYING IDX-COMPONENTE-KIT FROM 1 BY 1
                   UNTIL IDX-COMPONENTE-KIT > TOTAL-COMPONENTES-KIT
               SET IDX-PRODUCTO TO CMK-IDX-PRODUCTO(IDX-COMPONENTE-KIT)
               IF WS-COSTO-RECETA > 0
                   COMPUTE CMK-COSTO(IDX-COMPONENTE-KIT) ROUNDED =
                       TAB-COSTO-PROM(IDX-PRODUCTO) * WS-COSTO-KIT
                       / WS-COSTO-RECETA
               ELSE
                   COMPUTE CMK-COSTO(IDX-COMPONENTE-KIT) ROUNDED =
                       WS-COSTO-KIT / WS-UNIDADES-RECETA
               END-IF
               MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
               ADD CMK-CANTIDAD(IDX-COMPONENTE-KIT)
                   TO TAB-STOCK(IDX-PRODUCTO)
               MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-DESPUES
               PERFORM EVALUAR-ESTADO-STOCK
               MOVE "DESARM-CMP" TO WS-AUD-MOTIVO
               PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO
               MOVE TAB-CODIGO(IDX-PRODUCTO) TO WS-MOV-LOTE-CODIGO
               MOVE ARM-UBICACION TO WS-MOV-LOTE-UBIC
               MOVE CMK-CANTIDAD(IDX-COMPONENTE-KIT)
                   TO WS-MOV-LOTE-CANT
               MOVE CMK-COSTO(IDX-COMPONENTE-KIT) TO WS-MOV-LOTE-COSTO
               PERFORM AGREGAR-LOTE-MEMORIA
               PERFORM PROMEDIAR-COSTO-ENTRADA
           END-PERFORM

           DISPLAY "Kit desarmado: " ARM-CODIGO " " ARM-UBICACION
               " x " ARM-CANTIDAD.

       PROMEDIAR-COSTO-ENTRADA.
           *> Entrada con costo propio (kit armado o componente que
           *> vuelve): el costo promedio de la entrada IDX-PRODUCTO se
           *> repondera con lo que había antes, para que la
           *> valorización no espere a la próxima carga de LOTES.DAT.
           IF WS-AUD-STOCK-DESPUES > 0
               COMPUTE WS-VALOR-PREVIO =
                   WS-AUD-STOCK-ANTES * TAB-COSTO-PROM(IDX-PRODUCTO)
               COMPUTE TAB-COSTO-PROM(IDX-PRODUCTO) ROUNDED =
                   (WS-VALOR-PREVIO +
                    WS-MOV-LOTE-CANT * WS-MOV-LOTE-COSTO)
                   / WS-AUD-STOCK-DESPUES
           END-IF.

       CONSULTAR-KARDEX.
           DISPLAY " ".
           DISPLAY "=== KARDEX DE PRODUCTO ===".
               MOVE WS-ENT-NOMBRE TO TAB-NOMBRE(IDX-PRODUCTO)
           END-IF
           IF WS-ENT-PRECIO-X NOT = SPACES
               IF WS-ENT-PRECIO-9 NOT = TAB-PRECIO(IDX-PRODUCTO)
                   PERFORM REGISTRAR-PRECIO-MANUAL
               END-IF
               MOVE WS-ENT-PRECIO-9 TO TAB-PRECIO(IDX-PRODUCTO)
           END-IF
           IF WS-ENT-MINIMO-X NOT = SPACES
           DISPLAY "Producto modificado: " WS-ENT-CODIGO " en "
               WS-ENT-UBICACION ".".

       REGISTRAR-PRECIO-MANUAL.
           *> El precio tocado a mano también queda en PRECIOS.LOG,
           *> para que FACTURAR-DESPACHOS sepa qué precio regía antes
           *> del cambio.
           OPEN EXTEND ARCHIVO-BITACORA-PRECIOS
           IF WS-STATUS-BITACORA-PRE NOT = "00"
               OPEN OUTPUT ARCHIVO-BITACORA-PRECIOS
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-HOY TO LP-FECHA
           MOVE WS-HORA-AHORA(1:6) TO LP-HORA
           MOVE WS-ENT-CODIGO TO LP-CODIGO
           MOVE WS-ENT-UBICACION TO LP-UBICACION
           MOVE TAB-PRECIO(IDX-PRODUCTO) TO LP-PRECIO-ANTES
           MOVE WS-ENT-PRECIO-9 TO LP-PRECIO-DESPUES
           MOVE WS-FECHA-HOY TO LP-FECHA-EFECTIVA
           MOVE "MANUAL" TO LP-RESULTADO
           WRITE REGISTRO-BITACORA-PRECIO FROM LINEA-BITACORA-PRECIO
           CLOSE ARCHIVO-BITACORA-PRECIOS.

       BAJA-PRODUCTO.
           DISPLAY " ".
           DISPLAY "=== BAJA DE PRODUCTO ===".
           MOVE 0 TO CONTEOS-PROCESADOS
           MOVE 0 TO CONTEOS-RECHAZADOS
           MOVE 0 TO AJUSTES-APLICADOS
           MOVE 0 TO AJUSTES-RETENIDOS
           MOVE 0 TO WS-VALOR-TOTAL-DIF
           MOVE "N" TO EOF-CONTEO

               IF WS-STATUS-AUDITORIA NOT = "00"
                   OPEN OUTPUT ARCHIVO-AUDITORIA
               END-IF
               PERFORM LEER-LIMITES-CONTEO
               OPEN EXTEND ARCHIVO-AJUSTES-PEND
               IF WS-STATUS-AJUSTES-PEND NOT = "00"
                   OPEN OUTPUT ARCHIVO-AJUSTES-PEND
               END-IF

               PERFORM UNTIL FIN-CONTEO
                   READ ARCHIVO-CONTEO
                   " VALOR DIF. TOTAL: " WS-VALOR-TOTAL-DIF-ED
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE-CONTEO
               WRITE REGISTRO-REPORTE-CONTEO
               MOVE SPACES TO REGISTRO-REPORTE-CONTEO
               STRING "RETENIDOS PARA APROBACION (AJUSTES.PEN): "
                   AJUSTES-RETENIDOS
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE-CONTEO
               WRITE REGISTRO-REPORTE-CONTEO

               CLOSE ARCHIVO-CONTEO
               CLOSE ARCHIVO-REPORTE-CONTEO
               CLOSE ARCHIVO-AUDITORIA
               CLOSE ARCHIVO-AJUSTES-PEND

               *> Mismo criterio que los demás movimientos: el conteo
               *> ya quedó aplicado y reportado, se borra para que una
               DISPLAY "Líneas rechazadas:   " CONTEOS-RECHAZADOS
               ADD CONTEOS-RECHAZADOS TO SES-RECHAZOS-TOTAL
               DISPLAY "Ajustes aplicados:   " AJUSTES-APLICADOS
               DISPLAY "Ajustes retenidos:   " AJUSTES-RETENIDOS
               DISPLAY "Valor de diferencia: " WS-VALOR-TOTAL-DIF-ED
               DISPLAY "Reporte en CONTEO.RPT"
               IF AJUSTES-APLICADOS > 0
               WRITE REGISTRO-REPORTE-CONTEO FROM LINEA-REPORTE-CONTEO

               IF WS-DIFERENCIA-CONTEO NOT = 0
                   PERFORM MEDIR-AJUSTE-CONTEO
                   IF AJUSTE-GRANDE
                       PERFORM RETENER-AJUSTE-CONTEO
                   ELSE
                       PERFORM AJUSTAR-STOCK-POR-CONTEO
                   END-IF
               END-IF
           END-IF.

       LEER-LIMITES-CONTEO.
           *> CONTEO.PAR es opcional; un renglón vacío o no numérico
           *> deja los límites por omisión.
           OPEN INPUT ARCHIVO-PARAM-CONTEO
           IF WS-STATUS-PARAM-CONTEO = "00"
               READ ARCHIVO-PARAM-CONTEO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCO-VALOR-LIMITE IS NUMERIC
                           MOVE PCO-VALOR-LIMITE
                               TO WS-VALOR-LIMITE-CONTEO
                       END-IF
                       IF PCO-PORCENTAJE-LIMITE IS NUMERIC
                           MOVE PCO-PORCENTAJE-LIMITE
                               TO WS-PORC-LIMITE-CONTEO
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAM-CONTEO
           END-IF.

       MEDIR-AJUSTE-CONTEO.
           *> Grande = valor de la diferencia mayor al límite, o
           *> diferencia mayor al porcentaje límite sobre el libro.
           *> Con libro en cero cualquier aparición cuenta como 100%.
           MOVE "N" TO WS-SW-AJUSTE-GRANDE
           IF WS-DIFERENCIA-CONTEO < 0
               COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA-CONTEO
               COMPUTE WS-VALOR-DIF-ABS = 0 - WS-VALOR-DIFERENCIA
           ELSE
               MOVE WS-DIFERENCIA-CONTEO TO WS-DIFERENCIA-ABS
               MOVE WS-VALOR-DIFERENCIA TO WS-VALOR-DIF-ABS
           END-IF
           IF TAB-STOCK(IDX-PRODUCTO) = 0
               MOVE 100 TO WS-PORC-DIFERENCIA
           ELSE
               COMPUTE WS-PORC-DIFERENCIA =
                   (WS-DIFERENCIA-ABS * 100) /
                   TAB-STOCK(IDX-PRODUCTO)
           END-IF
           IF WS-VALOR-DIF-ABS > WS-VALOR-LIMITE-CONTEO OR
              WS-PORC-DIFERENCIA > WS-PORC-LIMITE-CONTEO
               SET AJUSTE-GRANDE TO TRUE
           END-IF.

       RETENER-AJUSTE-CONTEO.
           *> El stock no se toca: la línea va a AJUSTES.PEN con el
           *> libro y lo contado a la hora del conteo, y en
           *> INVENTARIO.AUD queda constancia (sin movimiento) de
           *> quién capturó el conteo retenido.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-HOY TO PEN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO PEN-HORA
           MOVE CON-CODIGO TO PEN-CODIGO
           MOVE CON-UBICACION TO PEN-UBICACION
           MOVE TAB-STOCK(IDX-PRODUCTO) TO PEN-STOCK-LIBRO
           MOVE CON-CANTIDAD TO PEN-STOCK-CONTADO
           MOVE WS-VALOR-DIFERENCIA TO PEN-VALOR-DIF
           MOVE CON-INICIALES TO PEN-INICIALES
           MOVE WS-OPERADOR-ACTUAL TO PEN-OPERADOR
           WRITE REGISTRO-AJUSTE-PEND

           MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
           MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-DESPUES
           MOVE "CONT-PEND" TO WS-AUD-MOTIVO
           PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO

           MOVE SPACES TO REGISTRO-REPORTE-CONTEO
           STRING "  RETENIDO PARA APROBACION: " CON-CODIGO " "
               CON-UBICACION
               DELIMITED BY SIZE INTO REGISTRO-REPORTE-CONTEO
           WRITE REGISTRO-REPORTE-CONTEO
           ADD 1 TO AJUSTES-RETENIDOS.

       AJUSTAR-STOCK-POR-CONTEO.
           *> El libro se ajusta a la realidad física contada, con las
           *> iniciales de quien contó dentro del motivo de auditoría.
           END-IF
           ADD 1 TO AJUSTES-APLICADOS.

       APROBAR-AJUSTES-CONTEO.
           *> Revisión uno a uno de AJUSTES.PEN. Quien decide no
           *> puede ser quien capturó el conteo, y una sesión sin
           *> control de operadores no decide nada porque no hay a
           *> quién atribuir la aprobación. Lo no decidido vuelve a
           *> AJUSTES.PEN para la próxima revisión.
           DISPLAY " ".
           DISPLAY "=== APROBACION DE AJUSTES DE CONTEO ===".
           MOVE 0 TO AJUSTES-APROBADOS
           MOVE 0 TO AJUSTES-DENEGADOS
           MOVE 0 TO AJUSTES-PENDIENTES
           MOVE 0 TO TOTAL-AJUSTES-PEND
           MOVE "N" TO EOF-AJUSTES-PEND
           MOVE "N" TO WS-SW-AJUSTES-DESBORDE
           IF WS-OPERADOR-ACTUAL = "SIN-CTRL"
               DISPLAY "OPCION CERRADA: la aprobación exige un "
                   "operador identificado (OPERADORES.DAT)."
           ELSE
           OPEN INPUT ARCHIVO-AJUSTES-PEND
           IF WS-STATUS-AJUSTES-PEND NOT = "00"
               DISPLAY "AVISO: AJUSTES.PEN no existe, no hay ajustes "
                   "pendientes."
           ELSE
               PERFORM UNTIL FIN-AJUSTES-PEND
                   READ ARCHIVO-AJUSTES-PEND
                       AT END
                           SET FIN-AJUSTES-PEND TO TRUE
                       NOT AT END
                           PERFORM CARGAR-AJUSTE-PEND
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AJUSTES-PEND
           END-IF
           END-IF

           *> La revisión reescribe AJUSTES.PEN completo; si no cupo
           *> en la tabla no se revisa nada, para que ninguna línea
           *> se pierda ni se decida dos veces.
           IF AJUSTES-DESBORDADOS
               DISPLAY "REVISION SUSPENDIDA: AJUSTES.PEN tiene mas de "
                   "500 líneas."
           ELSE
           IF TOTAL-AJUSTES-PEND > 0
               OPEN EXTEND ARCHIVO-AUDITORIA
               IF WS-STATUS-AUDITORIA NOT = "00"
                   OPEN OUTPUT ARCHIVO-AUDITORIA
               END-IF
               PERFORM VARYING IDX-AJUSTE FROM 1 BY 1
                       UNTIL IDX-AJUSTE > TOTAL-AJUSTES-PEND
                   MOVE TAP-REGISTRO(IDX-AJUSTE)
                       TO REGISTRO-AJUSTE-PEND
                   PERFORM REVISAR-AJUSTE-PEND
               END-PERFORM
               CLOSE ARCHIVO-AUDITORIA
               PERFORM GRABAR-AJUSTES-PEND

               DISPLAY "Ajustes aprobados:   " AJUSTES-APROBADOS
               DISPLAY "Ajustes rechazados:  " AJUSTES-DENEGADOS
               DISPLAY "Siguen pendientes:   " AJUSTES-PENDIENTES
               IF AJUSTES-APROBADOS > 0
                   SET DATOS-CAMBIARON TO TRUE
               END-IF
           END-IF
           END-IF.

       CARGAR-AJUSTE-PEND.
           IF TOTAL-AJUSTES-PEND < 500
               ADD 1 TO TOTAL-AJUSTES-PEND
               SET IDX-AJUSTE TO TOTAL-AJUSTES-PEND
               MOVE REGISTRO-AJUSTE-PEND TO TAP-REGISTRO(IDX-AJUSTE)
               MOVE "N" TO TAP-DECIDIDO(IDX-AJUSTE)
           ELSE
               SET FIN-AJUSTES-PEND TO TRUE
               SET AJUSTES-DESBORDADOS TO TRUE
           END-IF.

       REVISAR-AJUSTE-PEND.
           DISPLAY " "
           MOVE PEN-VALOR-DIF TO WS-VALOR-DIF-ED
           DISPLAY "Producto " PEN-CODIGO " bodega " PEN-UBICACION
               " contado el " PEN-FECHA " " PEN-HORA
           DISPLAY "  Libro " PEN-STOCK-LIBRO " contado "
               PEN-STOCK-CONTADO " valor dif. " WS-VALOR-DIF-ED
           DISPLAY "  Capturado por " PEN-OPERADOR " (contó "
               PEN-INICIALES ")"
           IF PEN-OPERADOR = WS-OPERADOR-ACTUAL
               DISPLAY "  Lo capturó usted mismo: queda pendiente "
                   "para otro supervisor."
               ADD 1 TO AJUSTES-PENDIENTES
           ELSE
               DISPLAY "  (A)probar, (R)echazar, otra tecla = dejar "
                   "pendiente: " WITH NO ADVANCING
               ACCEPT WS-DECISION-AJUSTE
               EVALUATE TRUE
                   WHEN DECISION-APROBAR
                       PERFORM APLICAR-AJUSTE-APROBADO
                   WHEN DECISION-RECHAZAR
                       PERFORM DENEGAR-AJUSTE-PEND
                   WHEN OTHER
                       ADD 1 TO AJUSTES-PENDIENTES
               END-EVALUATE
           END-IF.

       APLICAR-AJUSTE-APROBADO.
           *> Se aplica la diferencia contada (contado - libro de ese
           *> momento) sobre el stock de hoy, no lo contado en
           *> absoluto: lo que se movió entre el conteo y la
           *> aprobación ya está en el libro y no debe borrarse.
           PERFORM UBICAR-PRODUCTO-AJUSTE
           COMPUTE WS-DIFERENCIA-CONTEO =
               PEN-STOCK-CONTADO - PEN-STOCK-LIBRO
           MOVE 0 TO WS-STOCK-AJUSTADO
           IF PRODUCTO-EXISTE
               SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               COMPUTE WS-STOCK-AJUSTADO =
                   TAB-STOCK(IDX-PRODUCTO) + WS-DIFERENCIA-CONTEO
           END-IF

           EVALUATE TRUE
               WHEN NOT PRODUCTO-EXISTE
                   DISPLAY "  NO SE PUEDE APROBAR: el producto ya no "
                       "existe; queda pendiente."
                   ADD 1 TO AJUSTES-PENDIENTES
               WHEN WS-STOCK-AJUSTADO < 0 OR
                    WS-STOCK-AJUSTADO > 9999
                   DISPLAY "  NO SE PUEDE APROBAR: el stock quedaría "
                       "fuera de rango; queda pendiente."
                   ADD 1 TO AJUSTES-PENDIENTES
               WHEN OTHER
                   MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
                   MOVE WS-STOCK-AJUSTADO TO TAB-STOCK(IDX-PRODUCTO)
                   MOVE TAB-STOCK(IDX-PRODUCTO)
                       TO WS-AUD-STOCK-DESPUES
                   PERFORM EVALUAR-ESTADO-STOCK
                   MOVE "CONT-APROB" TO WS-AUD-MOTIVO
                   MOVE PEN-OPERADOR TO WS-AUD-OPERADOR-ORIGEN
                   PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO
                   *> Mismo tratamiento de capas de lote que
                   *> AJUSTAR-STOCK-POR-CONTEO.
                   MOVE PEN-CODIGO TO WS-MOV-LOTE-CODIGO
                   MOVE PEN-UBICACION TO WS-MOV-LOTE-UBIC
                   IF WS-DIFERENCIA-CONTEO < 0
                       COMPUTE WS-MOV-LOTE-CANT =
                           0 - WS-DIFERENCIA-CONTEO
                       PERFORM CONSUMIR-LOTES-MOVIMIENTO
                   ELSE
                       MOVE WS-DIFERENCIA-CONTEO TO WS-MOV-LOTE-CANT
                       MOVE TAB-COSTO-PROM(IDX-PRODUCTO)
                           TO WS-MOV-LOTE-COSTO
                       PERFORM AGREGAR-LOTE-MEMORIA
                   END-IF
                   MOVE "S" TO TAP-DECIDIDO(IDX-AJUSTE)
                   ADD 1 TO AJUSTES-APROBADOS
                   DISPLAY "  APROBADO: stock " WS-AUD-STOCK-ANTES
                       " -> " WS-AUD-STOCK-DESPUES
           END-EVALUATE.

       DENEGAR-AJUSTE-PEND.
           *> El libro queda como estaba; la línea de auditoría
           *> lleva quién rechazó y quién había capturado el conteo.
           PERFORM UBICAR-PRODUCTO-AJUSTE
           IF PRODUCTO-EXISTE
               SET IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-ANTES
               MOVE TAB-STOCK(IDX-PRODUCTO) TO WS-AUD-STOCK-DESPUES
               MOVE "CONT-RECHZ" TO WS-AUD-MOTIVO
               MOVE PEN-OPERADOR TO WS-AUD-OPERADOR-ORIGEN
               PERFORM REGISTRAR-AUDITORIA-MOVIMIENTO
           END-IF
           MOVE "S" TO TAP-DECIDIDO(IDX-AJUSTE)
           ADD 1 TO AJUSTES-DENEGADOS
           DISPLAY "  RECHAZADO: el libro queda sin cambio.".

       UBICAR-PRODUCTO-AJUSTE.
           MOVE "N" TO ENCONTRADO
           MOVE 0 TO WS-IDX-PRODUCTO-ACTUAL
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                   UNTIL IDX-PRODUCTO > CONTADOR-PRODUCTOS
                      OR PRODUCTO-EXISTE
               IF TAB-CODIGO(IDX-PRODUCTO) = PEN-CODIGO AND
                  TAB-UBICACION(IDX-PRODUCTO) = PEN-UBICACION
                   SET PRODUCTO-EXISTE TO TRUE
                   MOVE IDX-PRODUCTO TO WS-IDX-PRODUCTO-ACTUAL
               END-IF
           END-PERFORM.

       GRABAR-AJUSTES-PEND.
           IF AJUSTES-PENDIENTES = 0
               CALL "CBL_DELETE_FILE" USING "AJUSTES.PEN"
           ELSE
               OPEN OUTPUT ARCHIVO-AJUSTES-PEND
               PERFORM VARYING IDX-AJUSTE FROM 1 BY 1
                       UNTIL IDX-AJUSTE > TOTAL-AJUSTES-PEND
                   IF TAP-DECIDIDO(IDX-AJUSTE) = "N"
                       WRITE REGISTRO-AJUSTE-PEND
                           FROM TAP-REGISTRO(IDX-AJUSTE)
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-AJUSTES-PEND
           END-IF.

       REGISTRAR-AUDITORIA-MOVIMIENTO.
           *> Línea de INVENTARIO.AUD para un movimiento auditado en
           *> el momento. El llamador ya dejó ARCHIVO-AUDITORIA
           MOVE WS-AUD-STOCK-DESPUES TO AUD-STOCK-DESPUES
           MOVE WS-AUD-MOTIVO TO AUD-MOTIVO
           MOVE WS-OPERADOR-ACTUAL TO AUD-OPERADOR
           MOVE WS-AUD-OPERADOR-ORIGEN TO AUD-OPERADOR-ORIGEN
           MOVE SPACES TO WS-AUD-OPERADOR-ORIGEN
           WRITE REGISTRO-AUDITORIA FROM LINEA-AUDITORIA
           MOVE TAB-STOCK(IDX-PRODUCTO) TO TAB-STOCK-ORIG(IDX-PRODUCTO).

           MOVE WS-HORA-AHORA(1:6) TO LS-HORA
           MOVE SAL-CODIGO TO LS-CODIGO
           MOVE SAL-UBICACION TO LS-UBICACION
           MOVE WS-SAL-CANT-BASE TO LS-CANTIDAD
           MOVE SAL-CANTIDAD TO LS-CANT-UNIDAD
           MOVE WS-UNIDAD-MOV TO LS-UNIDAD
           MOVE STOCK-ANTES-SALIDA TO LS-STOCK-ANTES
           MOVE STOCK-DESPUES-SALIDA TO LS-STOCK-DESPUES
           MOVE SAL-DESTINO TO LS-DESTINO
           MOVE DEV-CANTIDAD TO WS-MOV-LOTE-CANT
           MOVE TAB-COSTO-PROM(IDX-PRODUCTO) TO WS-MOV-LOTE-COSTO
           PERFORM AGREGAR-LOTE-MEMORIA
           *> La capa devuelta conserva la identidad del último lote
           *> despachado de ese código a ese destino, para que un
           *> retiro posterior de ese lote la encuentre en el
           *> anaquel; sin despacho trazado queda con fecha de hoy.
           PERFORM BUSCAR-LOTE-DESPACHADO
           IF LOTE-DESPACHADO AND NOT LOTES-DESBORDADOS
               MOVE WS-LOTE-DEV-FECHA TO LTM-FECHA(IDX-LOTE-MEM)
               MOVE WS-LOTE-DEV-VENCE TO LTM-VENCE(IDX-LOTE-MEM)
           ELSE
               MOVE WS-FECHA-HOY TO WS-LOTE-DEV-FECHA
               MOVE 0 TO WS-LOTE-DEV-VENCE
           END-IF
           PERFORM REGISTRAR-TRAZA-DEVOLUCION

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           PERFORM ACUMULAR-DEV-PRODUCTO
           ADD 1 TO DEVOLUCIONES-APLICADAS.

       BUSCAR-LOTE-DESPACHADO.
           *> El despacho trazado más reciente (fecha + hora) del
           *> código al destino, con lote identificado.
           MOVE "N" TO WS-SW-LOTE-DESPACHADO
           MOVE 0 TO WS-LOTE-DEV-MARCA
           MOVE "N" TO EOF-TRAZA-LOTES
           OPEN INPUT ARCHIVO-TRAZA-LOTES
           IF WS-STATUS-TRAZA-LOTES = "00"
               PERFORM UNTIL FIN-TRAZA-LOTES
                   READ ARCHIVO-TRAZA-LOTES
                       AT END
                           SET FIN-TRAZA-LOTES TO TRUE
                       NOT AT END
                           MOVE REGISTRO-TRAZA-LOTE
                               TO LINEA-TRAZA-LOTE
                           IF TZ-TIPO = "S" AND
                              TZ-CODIGO = DEV-CODIGO AND
                              TZ-DESTINO = DEV-DESTINO AND
                              TZ-LOTE-FECHA IS NUMERIC AND
                              TZ-LOTE-FECHA > 0
                               COMPUTE WS-TRAZA-MARCA =
                                   TZ-FECHA * 1000000 + TZ-HORA
                               IF WS-TRAZA-MARCA >= WS-LOTE-DEV-MARCA
                                   MOVE WS-TRAZA-MARCA
                                       TO WS-LOTE-DEV-MARCA
                                   MOVE TZ-LOTE-FECHA
                                       TO WS-LOTE-DEV-FECHA
                                   MOVE TZ-LOTE-VENCE
                                       TO WS-LOTE-DEV-VENCE
                                   SET LOTE-DESPACHADO TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TRAZA-LOTES
           END-IF.

       REGISTRAR-TRAZA-DEVOLUCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-HOY TO TZ-FECHA
           MOVE WS-HORA-AHORA(1:6) TO TZ-HORA
           MOVE "D" TO TZ-TIPO
           MOVE DEV-CODIGO TO TZ-CODIGO
           MOVE DEV-UBICACION TO TZ-UBICACION
           MOVE WS-LOTE-DEV-FECHA TO TZ-LOTE-FECHA
           MOVE WS-LOTE-DEV-VENCE TO TZ-LOTE-VENCE
           MOVE DEV-CANTIDAD TO TZ-CANTIDAD
           MOVE DEV-DESTINO TO TZ-DESTINO
           MOVE WS-OPERADOR-ACTUAL TO TZ-OPERADOR
           OPEN EXTEND ARCHIVO-TRAZA-LOTES
           IF WS-STATUS-TRAZA-LOTES NOT = "00"
               OPEN OUTPUT ARCHIVO-TRAZA-LOTES
           END-IF
           WRITE REGISTRO-TRAZA-LOTE FROM LINEA-TRAZA-LOTE
           CLOSE ARCHIVO-TRAZA-LOTES.

       ACUMULAR-DEV-DESTINO.
           MOVE "N" TO WS-SW-DEV-VISTO
           MOVE 0 TO WS-IDX-DEV-ACTUAL
           MOVE REC-CODIGO TO SUS-CODIGO
           MOVE REC-UBICACION TO SUS-UBICACION
           MOVE REC-CANTIDAD TO SUS-CANTIDAD
           MOVE REC-UNIDAD TO SUS-UNIDAD
           IF REC-UNIDAD = SPACES
               MOVE REC-CODIGO TO WS-UNIDAD-CODIGO
               PERFORM BUSCAR-UNIDAD-PRODUCTO
               MOVE WS-UNIDAD-COMPRA TO SUS-UNIDAD
           END-IF
           MOVE WS-FECHA-HOY TO SUS-FECHA
           MOVE WS-MOTIVO-SUSPENSO TO SUS-MOTIVO
           WRITE REGISTRO-SUSPENSO.

       REPROCESAR-SUSPENSO.
                                   TO SUS-TAB-UBIC(IDX-SUSPENSO)
                               MOVE SUS-CANTIDAD
                                   TO SUS-TAB-CANT(IDX-SUSPENSO)
                               MOVE SUS-UNIDAD
                                   TO SUS-TAB-UNIDAD(IDX-SUSPENSO)
                           ELSE
                               *> La línea no cabe en esta pasada:
                               *> se aparta íntegra en RECHAZOS.TMP
                       MOVE SUS-TAB-UBIC(IDX-SUSPENSO)
                           TO REC-UBICACION
                       MOVE SUS-TAB-CANT(IDX-SUSPENSO) TO REC-CANTIDAD
                       MOVE SUS-TAB-UNIDAD(IDX-SUSPENSO) TO REC-UNIDAD
                       *> Sin unidad es una línea anterior a las
                       *> unidades de medida: su cantidad es base.
                       IF REC-UNIDAD = SPACES
                           MOVE REC-CODIGO TO WS-UNIDAD-CODIGO
                           PERFORM BUSCAR-UNIDAD-PRODUCTO
                           MOVE WS-UNIDAD-BASE TO REC-UNIDAD
                       END-IF
                       PERFORM APLICAR-RECEPCION
                   END-PERFORM

           MOVE WS-HORA-AHORA(1:6) TO LB-HORA
           MOVE REC-CODIGO TO LB-CODIGO
           MOVE REC-UBICACION TO LB-UBICACION
           MOVE WS-REC-CANT-BASE TO LB-CANTIDAD
           MOVE REC-CANTIDAD TO LB-CANT-UNIDAD
           MOVE WS-UNIDAD-MOV TO LB-UNIDAD
           MOVE STOCK-ANTES-RECEPCION TO LB-STOCK-ANTES
           MOVE STOCK-DESPUES-RECEPCION TO LB-STOCK-DESPUES
           MOVE WS-OPERADOR-RECEP TO LB-OPERADOR
           PERFORM GRABAR-ARCHIVO-LOTES
           PERFORM GRABAR-ARCHIVO-OC
           PERFORM GRABAR-ARCHIVO-PEDIDOS
           PERFORM GRABAR-ARCHIVO-CUARENTENA
           PERFORM GRABAR-ARCHIVO-ULT-CONTEO
           PERFORM REGISTRAR-HISTORIAL.

           MOVE TAB-STOCK(IDX-PRODUCTO) TO AUD-STOCK-DESPUES
           MOVE "CIERRE" TO AUD-MOTIVO
           MOVE WS-OPERADOR-ACTUAL TO AUD-OPERADOR
           MOVE SPACES TO AUD-OPERADOR-ORIGEN
           WRITE REGISTRO-AUDITORIA FROM LINEA-AUDITORIA
           MOVE TAB-STOCK(IDX-PRODUCTO) TO TAB-STOCK-ORIG(IDX-PRODUCTO).

