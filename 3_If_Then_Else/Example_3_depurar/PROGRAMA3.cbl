           *> recargo e interés mensual: si CTL-FECHA-CORRIDA del
           *> encabezado es posterior al límite, toda la corrida es
           *> extemporánea y se liquida el accesorio automáticamente.
           *> El nombre es el de la versión vigente a la fecha de la
           *> corrida (VENCIMIENTO.PAR.Vnnn) o el archivo vivo.
           SELECT ARCHIVO-VENCIMIENTO
               ASSIGN TO DYNAMIC WS-NOMBRE-VENCIMIENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VENCIMIENTO.

           *> línea por tramo (límite inferior, límite superior, tasa
           *> y sobretasa fija), en orden ascendente. Si existe, el
           *> impuesto se calcula por tramos y desaparece el efecto
           *> de escalón de la tasa única por tamaño. Fuera de
           *> simulación se lee la versión vigente (IMPUESTO.TRM.Vnnn)
           *> si hay versiones registradas.
           SELECT ARCHIVO-TRAMOS
               ASSIGN TO DYNAMIC WS-NOMBRE-TRAMOS
               ORGANIZATION IS LINE SEQUENTIAL
           *> pegados a los ingresos, variación fuerte contra el año
           *> anterior, cero impuesto repetido), ordenadas por
           *> puntaje para que la mesa de revisión arranque de una
           *> lista y no de ojear IMPUESTO.RPT. Cada línea lleva
           *> además el ejercicio y lo declarado, de donde
           *> CASOS-AUDITORIA abre el caso y arma la corrección.
           SELECT ARCHIVO-SELECCION ASSIGN TO "SELECCION.AUD"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALENDARIO.

           SELECT ARCHIVO-PARAM-PLAN
               ASSIGN TO DYNAMIC WS-NOMBRE-PARAM-PLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAM-PLAN.

           *> Registro de versiones de parámetros (ver
           *> MANTENIMIENTO-PARAMETROS): de aquí sale qué versión de
           *> VENCIMIENTO.PAR, PLANPAGO.PAR e IMPUESTO.TRM rige.
           SELECT ARCHIVO-VERSIONES ASSIGN TO "PARAMVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VERSIONES.

           *> Planes de pago generados: una línea por cuota, con
           *> EMP-CODIGO, vencimiento y monto, financiadas a la tasa
           *> VEN-PCT-INTERES. Las corridas siguientes lo leen para
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANES.

           *> Pagos recibidos del banco (EMP-CODIGO, fecha, monto y
           *> referencia bancaria). Se aplican contra la cuenta
           *> corriente de la empresa y las cuotas de su plan, de la
           *> más antigua a la más nueva; los que no se pueden aplicar
           *> se quedan en el archivo para la corrida siguiente.
           SELECT ARCHIVO-PAGOS ASSIGN TO "PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGOS.

           *> Pagos no aplicados de esta corrida, apartados mientras
           *> se lee PAGOS.DAT y devueltos a él al terminar.
           SELECT ARCHIVO-PAGOS-TEMP ASSIGN TO "PAGOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Cuenta corriente por empresa y ejercicio: determinado
           *> (impuesto más accesorios), financiamiento del plan de
           *> pagos, acreditado, pagado y fecha del último pago. La
           *> corrida oficial la pone al día y la reescribe al final.
           SELECT ARCHIVO-CTACTE ASSIGN TO "CTACTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTACTE.

           *> Historia de pagos aplicados (lo aplicado y el excedente
           *> de cada uno), para poder rastrear cualquier saldo.
           SELECT ARCHIVO-PAGOS-HIS ASSIGN TO "PAGOS.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGOS-HIS.

           *> Estado de cuenta por empresa y lista de pagos no
           *> aplicados o con excedente, para la mesa de cobranza.
           SELECT ARCHIVO-ESTADO-CTA ASSIGN TO "CTACTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Pérdidas fiscales por amortizar: una línea por empresa
           *> y año de origen con la pérdida, lo amortizado en
           *> ejercicios cerrados y lo usado en el ejercicio en curso.
           *> Se reescribe completa al final de la corrida oficial.
           SELECT ARCHIVO-PERDIDAS ASSIGN TO "PERDIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERDIDAS.

           *> Plazo legal en años para amortizar una pérdida (sin el
           *> archivo, 10 años).
           SELECT ARCHIVO-PARAM-PERDIDAS ASSIGN TO "PERDIDAS.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAM-PERD.

           *> Padrón de contribuyentes: razón social, identificación
           *> fiscal, domicilio, fecha de inscripción y estado (A
           *> activa / S suspendida / D dada de baja). Con padrón,
           *> toda empresa de EMPRESAS.DAT debe estar inscrita y no
           *> dada de baja para calcularse.
           SELECT ARCHIVO-PADRON ASSIGN TO "PADRON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PADRON.

           *> Mantenimiento del padrón: A alta / C cambio / B baja.
           *> Se aplica al inicio de la corrida oficial y se borra
           *> al terminar, como los demás disparadores.
           SELECT ARCHIVO-PADRON-MOV ASSIGN TO "PADRONMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PADRON-MOV.

           *> Bitácora del padrón: cada movimiento, aplicado o no,
           *> con la imagen del registro antes y después.
           SELECT ARCHIVO-PADRON-AUD ASSIGN TO "PADRON.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PADRON-AUD.

           *> Estimaciones presuntivas de los omisos (inscritos
           *> activos que no declararon): aparte de los cálculos
           *> reales, por empresa y ejercicio, con la base del año
           *> anterior. E vigente / S sustituida por la declaración
           *> real llegada después (CORRECCION.DAT).
           SELECT ARCHIVO-ESTIMADOS ASSIGN TO "ESTIMADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTIMADOS.

           *> Porcentaje de aumento sobre el impuesto del año base
           *> para la estimación (sin el archivo, el mismo impuesto).
           SELECT ARCHIVO-PARAM-ESTIMADO ASSIGN TO "ESTIMADO.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAM-EST.

           *> Lista de omisos de la corrida oficial y sus
           *> requerimientos, aparte de NOTIFICA.TXT.
           SELECT ARCHIVO-OMISOS ASSIGN TO "OMISOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-NOTIFICA-OMISOS ASSIGN TO "OMISOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-EMPRESAS.
       01 LINEA-EDICION          PIC X(80).

       FD ARCHIVO-HISTORICO.
       01 REGISTRO-HISTORICO     PIC X(34).

       FD ARCHIVO-EXTRACTO.
       01 REGISTRO-EXTRACTO     PIC X(100).

       FD ARCHIVO-JOURNAL.
       01 REGISTRO-JOURNAL        PIC X(60).
           05 SEL-SCORE           PIC 9(1).
           05 FILLER              PIC X(1).
           05 SEL-REGLAS          PIC X(12).
           05 FILLER              PIC X(1).
           05 SEL-EJERCICIO       PIC 9(4).
           05 FILLER              PIC X(1).
           05 SEL-NOMBRE          PIC X(30).
           05 SEL-INGRESOS        PIC 9(12)V99.
           05 SEL-GASTOS          PIC 9(12)V99.
           05 SEL-TIPO            PIC X(1).
           05 SEL-IMPUESTO        PIC 9(12)V99.

       FD ARCHIVO-REEMBOLSOS.
       01 REGISTRO-REEMBOLSO.
           05 PPL-MONTO-MINIMO    PIC 9(12)V99.
           05 PPL-MAX-CUOTAS      PIC 9(1).

       FD ARCHIVO-VERSIONES.
       01 REGISTRO-VERSION.
           05 PVR-ARCHIVO         PIC X(16).
           05 PVR-VERSION         PIC 9(3).
           05 PVR-VIGENCIA        PIC 9(8).
           05 PVR-OPERADOR        PIC X(10).
           05 PVR-FECHA-REG       PIC 9(8).
           05 PVR-HORA-REG        PIC 9(6).
           05 PVR-RENGLONES       PIC 9(3).
           05 PVR-MOTIVO          PIC X(26).

       FD ARCHIVO-PLANES.
       01 REGISTRO-PLAN.
           05 PLN-CODIGO          PIC 9(5).
           05 PLN-CUOTA           PIC 9(1).
           05 PLN-FECHA-VENCE     PIC 9(8).
           05 PLN-MONTO           PIC 9(12)V99.
           *> "A" plan activo / "C" cumplido (lo marca la aplicación
           *> de PAGOS.DAT cuando la cuota queda cubierta)
           05 PLN-ESTADO          PIC X(1).
           *> Abonado a la cuota, fecha del pago que la cubrió y
           *> ejercicio de la liquidación que financia el plan. Las
           *> cuotas grabadas sin estos campos los traen en blanco y
           *> se toman como cero.
           05 PLN-PAGADO          PIC 9(12)V99.
           05 PLN-FECHA-PAGO      PIC 9(8).
           05 PLN-EJERCICIO       PIC 9(4).

       FD ARCHIVO-PAGOS.
       01 REGISTRO-PAGO.
           05 PAG-CODIGO          PIC 9(5).
           05 PAG-FECHA           PIC 9(8).
           05 PAG-MONTO           PIC 9(12)V99.
           05 PAG-REFERENCIA      PIC X(20).

       FD ARCHIVO-PAGOS-TEMP.
       01 REGISTRO-PAGO-TEMP      PIC X(47).

       FD ARCHIVO-CTACTE.
       01 REGISTRO-CTACTE.
           05 CTA-CODIGO          PIC 9(5).
           05 CTA-EJERCICIO       PIC 9(4).
           05 CTA-DETERMINADO     PIC 9(12)V99.
           05 CTA-FINANCIAMIENTO  PIC 9(12)V99.
           05 CTA-ACREDITADO      PIC 9(12)V99.
           05 CTA-PAGADO          PIC 9(12)V99.
           05 CTA-FECHA-ULT-PAGO  PIC 9(8).

       FD ARCHIVO-PAGOS-HIS.
       01 REGISTRO-PAGO-HIS.
           05 PGH-CODIGO          PIC 9(5).
           05 PGH-FECHA           PIC 9(8).
           05 PGH-MONTO           PIC 9(12)V99.
           05 PGH-REFERENCIA      PIC X(20).
           05 PGH-APLICADO        PIC 9(12)V99.
           05 PGH-EXCEDENTE       PIC 9(12)V99.
           05 PGH-FECHA-CORRIDA   PIC 9(8).

       FD ARCHIVO-ESTADO-CTA.
       01 LINEA-ESTADO-CTA        PIC X(80).

       FD ARCHIVO-PERDIDAS.
       01 REGISTRO-PERDIDA.
           05 PRD-CODIGO          PIC 9(5).
           05 PRD-ANIO-ORIGEN     PIC 9(4).
           05 PRD-MONTO           PIC 9(12)V99.
           05 PRD-AMORTIZADO      PIC 9(12)V99.
           05 PRD-USO-EJERCICIO   PIC 9(12)V99.
           05 PRD-EJERCICIO-USO   PIC 9(4).

       FD ARCHIVO-PARAM-PERDIDAS.
       01 REGISTRO-PARAM-PERDIDAS.
           05 PAP-ANIOS-LIMITE    PIC 9(2).

       FD ARCHIVO-PADRON.
       01 REGISTRO-PADRON.
           05 PAD-CODIGO          PIC 9(5).
           05 PAD-RAZON-SOCIAL    PIC X(40).
           05 PAD-ID-FISCAL       PIC X(13).
           05 PAD-DIRECCION       PIC X(40).
           05 PAD-LOCALIDAD       PIC X(30).
           05 PAD-FECHA-ALTA      PIC 9(8).
           05 PAD-ESTADO          PIC X(1).
           05 PAD-FECHA-ESTADO    PIC 9(8).

       FD ARCHIVO-PADRON-MOV.
       01 REGISTRO-PADRON-MOV.
           05 PMV-TIPO            PIC X(1).
               88 MOV-PADRON-ALTA   VALUE "A".
               88 MOV-PADRON-CAMBIO VALUE "C".
               88 MOV-PADRON-BAJA   VALUE "B".
           05 PMV-CODIGO          PIC 9(5).
           05 PMV-RAZON-SOCIAL    PIC X(40).
           05 PMV-ID-FISCAL       PIC X(13).
           05 PMV-DIRECCION       PIC X(40).
           05 PMV-LOCALIDAD       PIC X(30).
           05 PMV-FECHA           PIC 9(8).
           05 PMV-ESTADO          PIC X(1).

       FD ARCHIVO-PADRON-AUD.
       01 REGISTRO-PADRON-AUD.
           05 PAU-FECHA           PIC 9(8).
           05 PAU-HORA            PIC 9(6).
           05 PAU-TIPO            PIC X(1).
           05 PAU-CODIGO          PIC X(5).
           05 PAU-RESULTADO       PIC X(20).
           05 PAU-ANTES           PIC X(145).
           05 PAU-DESPUES         PIC X(145).

       FD ARCHIVO-ESTIMADOS.
       01 REGISTRO-ESTIMADO.
           05 ETM-CODIGO          PIC 9(5).
           05 ETM-EJERCICIO       PIC 9(4).
           05 ETM-ANIO-BASE       PIC 9(4).
           05 ETM-IMPUESTO-BASE   PIC 9(12)V99.
           05 ETM-MONTO           PIC 9(12)V99.
           05 ETM-FECHA           PIC 9(8).
           05 ETM-ESTADO          PIC X(1).
           05 ETM-FECHA-SUSTITUCION PIC 9(8).

       FD ARCHIVO-PARAM-ESTIMADO.
       01 REGISTRO-PARAM-ESTIMADO.
           05 PAE-PCT-AUMENTO     PIC 9(3)V99.

       FD ARCHIVO-OMISOS.
       01 LINEA-OMISOS            PIC X(80).

       FD ARCHIVO-NOTIFICA-OMISOS.
       01 LINEA-NOTIFICA-OMISO    PIC X(80).

       FD ARCHIVO-PARAMETROS.
       01 REGISTRO-PARAMETROS.
       01 WS-NOMBRE-RECHAZOS      PIC X(12) VALUE "IMPUESTO.REJ".
       01 WS-NOMBRE-PARAMETROS    PIC X(12) VALUE "IMPUESTO.PAR".
       01 WS-NOMBRE-EDICION       PIC X(12) VALUE "IMPUESTO.EDT".
       01 WS-NOMBRE-TRAMOS        PIC X(20) VALUE "IMPUESTO.TRM".
       01 WS-NOMBRE-VENCIMIENTO   PIC X(20) VALUE "VENCIMIENTO.PAR".

       01 WS-STATUS-EMPRESAS      PIC X(2).
       01 WS-STATUS-PARAMETROS    PIC X(2).
       01 WS-STATUS-GRUPOS        PIC X(2).
       01 WS-STATUS-NOTIFICA      PIC X(2).
       01 WS-STATUS-JOURNAL       PIC X(2).
       01 WS-STATUS-VERSIONES     PIC X(2).

       *> Versión de parámetros vigente a la fecha de la corrida
       *> (ver SELECCIONAR-VERSION-PARAM); la descripción de cada
       *> conjunto queda en el encabezado del reporte.
       01 WS-VER-CONJUNTO         PIC X(16).
       01 WS-VER-FECHA            PIC 9(8).
       01 WS-VER-NUMERO           PIC 9(3).
       01 WS-VER-VIGENCIA         PIC 9(8).
       01 WS-VER-OPERADOR         PIC X(10).
       01 WS-VER-NOMBRE           PIC X(20).
       01 WS-VER-DESCRIPCION      PIC X(60).
       01 WS-VER-DESC-TRAMOS      PIC X(60).
       01 WS-VER-DESC-VENCIMIENTO PIC X(60).
       01 WS-VER-DESC-PLAN        PIC X(60).
       01 WS-SW-VER-HALLADA       PIC X(1).
           88 VER-HALLADA         VALUE "Y".
       01 EOF-VERSIONES           PIC X(1).
           88 FIN-VERSIONES       VALUE "Y".

       *> Registro estándar del diario de operaciones
       01 LINEA-JOURNAL.
               10 HIS-CODIGO          PIC 9(5).
               10 HIS-ANIO            PIC 9(4).
               10 HIS-IMPUESTO        PIC 9(12)V99.
               10 HIS-FECHA-CORR      PIC 9(8).
       *> LH-FECHA-CORR: fecha de la pasada de correcciones que
       *> reliquidó la línea, cero si viene de la corrida oficial
       *> (CASOS-AUDITORIA la usa para saber qué se reliquidó).
       01 LINEA-HISTORICO.
           05 LH-CODIGO               PIC 9(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LH-ANIO                 PIC 9(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LH-IMPUESTO              PIC 9(12)V99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LH-FECHA-CORR           PIC 9(8).

       01 WS-SW-HIST-ENCONTRADO   PIC X(1) VALUE "N".
           88 HISTORICO-ENCONTRADO VALUE "Y".
           05 EXT-NETO                PIC S9(12)V99
                                      SIGN LEADING SEPARATE.
           05 EXT-ESTADO              PIC X(1).
           05 EXT-PERDIDA-APLICADA    PIC 9(12)V99.
           05 EXT-PERDIDA-REMANENTE   PIC 9(12)V99.

       *> Reembolsos en memoria: los pendientes se aplican como
       *> crédito automático a su empresa (y se marcan A); los
               10 SEL-TAB-CODIGO  PIC 9(5).
               10 SEL-TAB-SCORE   PIC 9(1).
               10 SEL-TAB-REGLAS  PIC X(12).
               10 SEL-TAB-NOMBRE  PIC X(30).
               10 SEL-TAB-INGRESOS PIC 9(12)V99.
               10 SEL-TAB-GASTOS  PIC 9(12)V99.
               10 SEL-TAB-TIPO    PIC X(1).
               10 SEL-TAB-IMPUESTO PIC 9(12)V99.
       01 SELECCION-SWAP.
           05 SSW-CODIGO          PIC 9(5).
           05 SSW-SCORE           PIC 9(1).
           05 SSW-REGLAS          PIC X(12).
           05 SSW-NOMBRE          PIC X(30).
           05 SSW-INGRESOS        PIC 9(12)V99.
           05 SSW-GASTOS          PIC 9(12)V99.
           05 SSW-TIPO            PIC X(1).
           05 SSW-IMPUESTO        PIC 9(12)V99.
       01 WS-IDX-SELECCION-2      PIC 9(4).
       01 REGLA1-DISPAROS         PIC 9(4) VALUE ZERO.
       01 REGLA2-DISPAROS         PIC 9(4) VALUE ZERO.
       *> generado para la empresa en curso (se muestran en consola y
       *> en su bloque de NOTIFICA.TXT).
       01 WS-STATUS-PARAM-PLAN    PIC X(2).
       01 WS-NOMBRE-PARAM-PLAN    PIC X(20) VALUE "PLANPAGO.PAR".
       01 WS-STATUS-PLANES        PIC X(2).
       01 WS-SW-PLANES-HABIL      PIC X(1) VALUE "N".
           88 PLANES-HABILITADOS  VALUE "Y".
       01 WS-MONTO-CUOTA          PIC 9(12)V99.
       01 WS-PLANES-GENERADOS     PIC 9(4) VALUE ZERO.

       *> Cuenta corriente y cartera de cuotas en memoria. Las
       *> cuotas de PLANPAGO.DAT se cargan todas (también las
       *> cumplidas) porque el archivo se reescribe desde aquí al
       *> aplicar pagos; si algo no cabe, no se aplica ni se
       *> reescribe nada.
       01 WS-STATUS-PAGOS         PIC X(2).
       01 WS-STATUS-CTACTE        PIC X(2).
       01 WS-STATUS-PAGOS-HIS     PIC X(2).
       01 EOF-PAGOS               PIC X(1) VALUE "N".
           88 FIN-PAGOS           VALUE "Y".
       01 EOF-CTACTE              PIC X(1) VALUE "N".
           88 FIN-CTACTE          VALUE "Y".
       01 TABLA-CTACTE.
           05 WS-TOTAL-CTACTE     PIC 9(4) VALUE ZERO.
           05 CTACTE-ITEM OCCURS 5000 TIMES
                                  INDEXED BY IDX-CTACTE.
               10 CTT-CODIGO      PIC 9(5).
               10 CTT-EJERCICIO   PIC 9(4).
               10 CTT-DETERMINADO PIC 9(12)V99.
               10 CTT-FINANCIAMIENTO PIC 9(12)V99.
               10 CTT-ACREDITADO  PIC 9(12)V99.
               10 CTT-PAGADO      PIC 9(12)V99.
               10 CTT-FECHA-ULT-PAGO PIC 9(8).
       01 WS-SW-CTACTE-DESBORDE   PIC X(1) VALUE "N".
           88 CTACTE-DESBORDADA   VALUE "Y".
       01 TABLA-CARTERA-CUOTAS.
           05 WS-TOTAL-CARTERA    PIC 9(4) VALUE ZERO.
           05 CARTERA-ITEM OCCURS 6000 TIMES
                                  INDEXED BY IDX-CARTERA.
               10 CPL-CODIGO      PIC 9(5).
               10 CPL-CUOTA       PIC 9(1).
               10 CPL-FECHA-VENCE PIC 9(8).
               10 CPL-MONTO       PIC 9(12)V99.
               10 CPL-ESTADO      PIC X(1).
               10 CPL-PAGADO      PIC 9(12)V99.
               10 CPL-FECHA-PAGO  PIC 9(8).
               10 CPL-EJERCICIO   PIC 9(4).
       01 WS-SW-CARTERA-DESBORDE  PIC X(1) VALUE "N".
           88 CARTERA-DESBORDADA  VALUE "Y".
       01 WS-SW-CARTERA-CAMBIADA  PIC X(1) VALUE "N".
           88 CARTERA-CAMBIO      VALUE "Y".
       01 WS-SW-PAGOS-LEIDOS      PIC X(1) VALUE "N".
           88 HAY-ARCHIVO-PAGOS   VALUE "Y".
       01 WS-SW-CTA-ENCONTRADA    PIC X(1) VALUE "N".
           88 CUENTA-ENCONTRADA   VALUE "Y".
       01 WS-IDX-CTA-EMPRESA      PIC 9(4).
       01 WS-IDX-CTA-ANTIGUA      PIC 9(4).
       01 WS-IDX-CUOTA-ANTIGUA    PIC 9(4).
       01 WS-DETERMINADO-EMP      PIC 9(12)V99.
       01 WS-TOTAL-CUOTAS-EMP     PIC 9(12)V99.
       01 WS-SALDO-CTA            PIC S9(12)V99.
       01 WS-SALDO-EMPRESA        PIC S9(13)V99.
       01 WS-PAG-POR-APLICAR      PIC 9(12)V99.
       01 WS-PAG-APLICADO         PIC 9(12)V99.
       01 WS-PAG-EXCEDENTE        PIC 9(12)V99.
       01 WS-RESTO-CUOTA          PIC 9(12)V99.
       01 WS-ABONO-EJERCICIO      PIC 9(12)V99.
       01 WS-CUOTA-POR-APLICAR    PIC 9(12)V99.
       01 WS-MOTIVO-PAGO          PIC X(15).
       01 WS-PAGOS-LEIDOS         PIC 9(5) VALUE ZERO.
       01 WS-PAGOS-APLICADOS      PIC 9(5) VALUE ZERO.
       01 WS-PAGOS-NO-APLICADOS   PIC 9(5) VALUE ZERO.
       01 WS-PAGOS-EXCEDENTE      PIC 9(5) VALUE ZERO.
       01 WS-CUOTAS-CUMPLIDAS     PIC 9(5) VALUE ZERO.
       01 WS-TOT-PAG-APLICADO     PIC 9(12)V99 VALUE ZERO.
       01 WS-TOT-PAG-NO-APLICADO  PIC 9(12)V99 VALUE ZERO.
       01 WS-TOT-PAG-EXCEDENTE    PIC 9(12)V99 VALUE ZERO.
       01 WS-TOT-CTA-DETERMINADO  PIC 9(12)V99 VALUE ZERO.
       01 WS-TOT-CTA-ACREDITADO   PIC 9(12)V99 VALUE ZERO.
       01 WS-TOT-CTA-PAGADO       PIC 9(12)V99 VALUE ZERO.
       01 WS-TOT-CTA-SALDO        PIC S9(12)V99 VALUE ZERO.
       01 WS-CUOTAS-PLAN-CTA      PIC 9(2).
       01 WS-CUOTAS-CUBIERTAS-CTA PIC 9(2).
       01 WS-PROXIMO-VENCE-CTA    PIC 9(8).
       01 WS-MONTO-ED             PIC Z(11)9.99.
       01 WS-EXCEDENTE-ED         PIC Z(11)9.99.
       01 LINEA-CTACTE-DET.
           05 LCD-CODIGO          PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCD-EJERCICIO       PIC X(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCD-DETERMINADO     PIC Z(11)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCD-ACREDITADO      PIC Z(11)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCD-PAGADO          PIC Z(11)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCD-SALDO           PIC -(11)9.99.
       01 LINEA-PAGO-DET.
           05 LPG-CODIGO          PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPG-FECHA           PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPG-REFERENCIA      PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPG-MONTO           PIC Z(11)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPG-RESULTADO       PIC X(28).

       *> Pérdidas fiscales en memoria. Lo usado en el ejercicio
       *> de la corrida va aparte de lo amortizado en ejercicios
       *> cerrados para que una corrección o una reanudación lo
       *> REEMPLACEN en vez de consumir la pérdida dos veces; al
       *> calcular la empresa en un ejercicio nuevo lo del anterior
       *> se pasa a amortizado.
       01 WS-STATUS-PERDIDAS      PIC X(2).
       01 WS-STATUS-PARAM-PERD    PIC X(2).
       01 EOF-PERDIDAS            PIC X(1) VALUE "N".
           88 FIN-PERDIDAS        VALUE "Y".
       01 WS-ANIOS-PERDIDA        PIC 9(2) VALUE 10.
       01 TABLA-PERDIDAS.
           05 WS-TOTAL-PERDIDAS   PIC 9(4) VALUE ZERO.
           05 PERDIDA-ITEM OCCURS 5000 TIMES
                                  INDEXED BY IDX-PERDIDA.
               10 PRT-CODIGO      PIC 9(5).
               10 PRT-ANIO-ORIGEN PIC 9(4).
               10 PRT-MONTO       PIC 9(12)V99.
               10 PRT-AMORTIZADO  PIC 9(12)V99.
               10 PRT-USO-EJERCICIO PIC 9(12)V99.
               10 PRT-EJERCICIO-USO PIC 9(4).
       01 WS-SW-PERDIDAS-DESBORDE PIC X(1) VALUE "N".
           88 PERDIDAS-DESBORDADAS VALUE "Y".
       01 WS-IDX-PERDIDA-ANIO     PIC 9(4).
       01 WS-IDX-PERDIDA-ANTIGUA  PIC 9(4).
       01 WS-PERDIDA-DISPONIBLE   PIC 9(12)V99.
       01 WS-PERDIDA-ANIO-EMP     PIC 9(12)V99.
       01 WS-PERDIDA-APLICADA-EMP PIC 9(12)V99.
       01 WS-PERDIDA-REMANENTE-EMP PIC 9(12)V99.
       01 WS-PERDIDA-VENCIDA-EMP  PIC 9(12)V99.
       01 WS-TOT-PERDIDA-GENERADA PIC 9(12)V99 VALUE ZERO.
       01 WS-TOT-PERDIDA-APLICADA PIC 9(12)V99 VALUE ZERO.
       01 WS-TOT-PERDIDA-VENCIDA  PIC 9(12)V99 VALUE ZERO.
       01 WS-PERDIDAS-GRABADAS    PIC 9(4) VALUE ZERO.
       01 WS-BASE-TASA-EFECT      PIC S9(12)V99.

       *> Padrón en memoria, con el mismo trazado de PADRON.DAT
       *> para pasar registros completos a la bitácora. Si no cabe
       *> no se valida ni se mantiene: un padrón truncado
       *> rechazaría empresas inscritas.
       01 WS-STATUS-PADRON        PIC X(2).
       01 WS-STATUS-PADRON-MOV    PIC X(2).
       01 WS-STATUS-PADRON-AUD    PIC X(2).
       01 EOF-PADRON              PIC X(1) VALUE "N".
           88 FIN-PADRON          VALUE "Y".
       01 EOF-PADRON-MOV          PIC X(1) VALUE "N".
           88 FIN-PADRON-MOV      VALUE "Y".
       01 TABLA-PADRON.
           05 WS-TOTAL-PADRON     PIC 9(4) VALUE ZERO.
           05 PADRON-ITEM OCCURS 5000 TIMES
                                  INDEXED BY IDX-PADRON.
               10 PTB-CODIGO      PIC 9(5).
               10 PTB-RAZON-SOCIAL PIC X(40).
               10 PTB-ID-FISCAL   PIC X(13).
               10 PTB-DIRECCION   PIC X(40).
               10 PTB-LOCALIDAD   PIC X(30).
               10 PTB-FECHA-ALTA  PIC 9(8).
               10 PTB-ESTADO      PIC X(1).
                   88 PADRON-ACTIVA     VALUE "A".
                   88 PADRON-SUSPENDIDA VALUE "S".
                   88 PADRON-BAJA       VALUE "D".
               10 PTB-FECHA-ESTADO PIC 9(8).
       01 WS-SW-PADRON            PIC X(1) VALUE "N".
           88 PADRON-CARGADO      VALUE "Y".
       01 WS-SW-PADRON-DESBORDE   PIC X(1) VALUE "N".
           88 PADRON-DESBORDADO   VALUE "Y".
       01 WS-CODIGO-PADRON        PIC 9(5).
       01 WS-IDX-PADRON-ENC       PIC 9(4).
       01 WS-IDX-PADRON-EMP       PIC 9(4) VALUE ZERO.
       01 WS-FECHA-MOV-PADRON     PIC 9(8).
       01 WS-RESULTADO-PADRON     PIC X(20).
       01 WS-PADRON-APLICADOS     PIC 9(5) VALUE ZERO.
       01 WS-PADRON-RECHAZADOS    PIC 9(5) VALUE ZERO.
       *> Motivo del rechazo de la empresa: T tipo inválido, N no
       *> inscrita en el padrón, D dada de baja.
       01 WS-MOTIVO-RECHAZO       PIC X(1) VALUE SPACE.

       *> Estimaciones presuntivas en memoria (mismo trazado que
       *> ESTIMADO.DAT). Solo las corridas oficiales las cargan y
       *> las reescriben.
       01 WS-STATUS-ESTIMADOS     PIC X(2).
       01 WS-STATUS-PARAM-EST     PIC X(2).
       01 EOF-ESTIMADOS           PIC X(1) VALUE "N".
           88 FIN-ESTIMADOS       VALUE "Y".
       01 TABLA-ESTIMADOS.
           05 WS-TOTAL-ESTIMADOS  PIC 9(4) VALUE ZERO.
           05 ESTIMADO-ITEM OCCURS 5000 TIMES
                                  INDEXED BY IDX-ESTIMADO.
               10 ETT-CODIGO      PIC 9(5).
               10 ETT-EJERCICIO   PIC 9(4).
               10 ETT-ANIO-BASE   PIC 9(4).
               10 ETT-IMPUESTO-BASE PIC 9(12)V99.
               10 ETT-MONTO       PIC 9(12)V99.
               10 ETT-FECHA       PIC 9(8).
               10 ETT-ESTADO      PIC X(1).
                   88 ESTIMADO-VIGENTE    VALUE "E".
                   88 ESTIMADO-SUSTITUIDO VALUE "S".
               10 ETT-FECHA-SUSTITUCION PIC 9(8).
       01 WS-SW-ESTIMADOS-DESBORDE PIC X(1) VALUE "N".
           88 ESTIMADOS-DESBORDADOS VALUE "Y".
       01 WS-SW-ESTIMADOS-CAMBIO  PIC X(1) VALUE "N".
           88 ESTIMADOS-CAMBIARON VALUE "Y".
       01 WS-SW-SUSTITUYE         PIC X(1) VALUE "N".
           88 SUSTITUYE-ESTIMADO  VALUE "Y".
       01 WS-SW-DECLARO           PIC X(1) VALUE "N".
           88 EMPRESA-DECLARO     VALUE "Y".
       01 WS-PCT-AUMENTO-EST      PIC 9(3)V99 VALUE ZERO.
       01 WS-PCT-AUMENTO-ED       PIC ZZ9.99.
       01 WS-IDX-ESTIMADO-ENC     PIC 9(4).
       01 WS-IDX-PADRON-OMISO     PIC 9(4).
       01 WS-FECHA-ALTA-PAD       PIC 9(8).
       01 WS-FECHA-ALTA-DESC REDEFINES WS-FECHA-ALTA-PAD.
           05 WS-ANIO-ALTA-PAD    PIC 9(4).
           05 FILLER              PIC 9(4).
       01 WS-ANIO-BASE-EST        PIC 9(4).
       01 WS-IMPUESTO-BASE-EST    PIC 9(12)V99.
       01 WS-MONTO-EST            PIC 9(12)V99.
       01 WS-SITUACION-OMISO      PIC X(8).
       01 WS-OMISOS-DETECTADOS    PIC 9(5) VALUE ZERO.
       01 WS-OMISOS-NUEVOS        PIC 9(5) VALUE ZERO.
       01 WS-OMISOS-SIN-BASE      PIC 9(5) VALUE ZERO.
       01 WS-ESTIMADOS-SUSTITUIDOS PIC 9(5) VALUE ZERO.
       01 WS-TOT-ESTIMADO         PIC 9(12)V99 VALUE ZERO.
       01 LINEA-OMISO-DET.
           05 LOM-CODIGO          PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LOM-RAZON-SOCIAL    PIC X(28).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LOM-ANIO-BASE       PIC X(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LOM-IMPUESTO-BASE   PIC Z(11)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LOM-MONTO           PIC Z(11)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LOM-SITUACION       PIC X(8).

       *> Impuesto por empresa calculado en esta corrida, para
       *> archivarlo en IMPUESTO.HIS y servir de comparativo la
       *> próxima vez que corra el programa.
                                      INDEXED BY IDX-RESULTADO.
               10 RES-CODIGO          PIC 9(5).
               10 RES-IMPUESTO        PIC 9(12)V99.
               10 RES-FECHA-CORR      PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAMA.
           IF MODO-SIMULACION
               DISPLAY "*** FIN DE SIMULACION: IMPUESTO.HIS, "
                   "IMPUESTO.EXT y el checkpoint NO se tocaron ***"
               DISPLAY "    (PAGOS.DAT queda sin aplicar y CTACTE.DAT "
                   "sin cambios)"
               DISPLAY "    (PERDIDAS.DAT sin cambios: lo amortizado "
                   "aqui no se consume)"
               DISPLAY "    (sin deteccion de omisos; ESTIMADO.DAT sin "
                   "cambios)"
           ELSE
               PERFORM GUARDAR-HISTORICO
               PERFORM GUARDAR-PERDIDAS
               *> La pasada de correcciones solo trae en memoria a
               *> las empresas corregidas: regenerar la transmisión,
               *> la selección de auditoría o los anticipos desde esa
               *> evitar. Esos tres se regeneran solo en la corrida
               *> oficial completa.
               IF MODO-CORRECCIONES
                   DISPLAY "AVISO: DECLARA.TRX, SELECCION.AUD, "
                       "ANTICIPOS.DAT y OMISOS.RPT no se regeneran "
                       "en la pasada de correcciones; vuelva a correr "
                       "la corrida oficial completa para incluirlas."
               ELSE
                   PERFORM GENERAR-TRANSMISION
                   PERFORM GENERAR-SELECCION-AUDITORIA
                   PERFORM GENERAR-ANTICIPOS
                   *> Omisos: el padrón contra los códigos que trajo
                   *> EMPRESAS.DAT completo en la pasada de edición.
                   PERFORM DETECTAR-OMISOS
               END-IF
               PERFORM GUARDAR-ESTIMADOS
               *> Antes de GUARDAR-REEMBOLSOS: el excedente de un
               *> pago queda como reembolso pendiente de su empresa.
               PERFORM PROCESAR-CUENTA-CORRIENTE
               PERFORM GUARDAR-REEMBOLSOS
               PERFORM BORRAR-CHECKPOINT
               CLOSE ARCHIVO-EXTRACTO
               MOVE 0 TO EST-IMPUESTO(WS-IDX-ESTRATO)
               MOVE 0 TO EST-UTIL-BRUTA(WS-IDX-ESTRATO)
           END-PERFORM
           *> La fecha de la corrida decide qué versión de los
           *> parámetros rige, así que se toma antes de cargarlos.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-TRAMOS
           PERFORM CARGAR-CREDITOS
           PERFORM CARGAR-PLANES-ACTIVOS
           PERFORM CARGAR-REGIMENES
           PERFORM CARGAR-GRUPOS
           *> También en simulación: la pérdida amortizable cambia
           *> el impuesto, aunque solo la corrida oficial la graba.
           PERFORM CARGAR-PARAM-PERDIDAS
           PERFORM CARGAR-PERDIDAS
           PERFORM CARGAR-PADRON
           *> En simulación no se reanuda ni se graba checkpoint: el
           *> punto de control pertenece a las corridas oficiales.
           IF NOT MODO-SIMULACION
               PERFORM CARGAR-CHECKPOINT
               PERFORM CARGAR-CUENTA-CORRIENTE
               PERFORM CARGAR-PARAM-ESTIMADO
               PERFORM CARGAR-ESTIMADOS
           END-IF
           PERFORM CARGAR-HISTORICO
           *> Al reanudar desde un checkpoint, el reporte, los rechazos
                   TO LINEA-REPORTE
           END-IF
           WRITE LINEA-REPORTE
           *> Versión de cada conjunto de parámetros con que se
           *> calculó, para poder reproducir la corrida.
           MOVE SPACES TO LINEA-REPORTE
           STRING "Parametros: " WS-VER-DESC-TRAMOS
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "Parametros: " WS-VER-DESC-VENCIMIENTO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "Parametros: " WS-VER-DESC-PLAN
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "=================================================="
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE.
           *> por tamaño de IMPUESTO.PAR, como siempre.
           MOVE 0 TO WS-TOTAL-TRAMOS
           MOVE "N" TO EOF-TRAMOS
           *> En simulación manda SIMULA.TRM, sin versiones.
           IF MODO-SIMULACION
               MOVE SPACES TO WS-VER-DESC-TRAMOS
               STRING WS-NOMBRE-TRAMOS DELIMITED BY SPACE
                   " (ESCENARIO DE SIMULACION)" DELIMITED BY SIZE
                   INTO WS-VER-DESC-TRAMOS
           ELSE
               MOVE "IMPUESTO.TRM" TO WS-VER-CONJUNTO
               MOVE WS-FECHA-HOY TO WS-VER-FECHA
               PERFORM SELECCIONAR-VERSION-PARAM
               MOVE WS-VER-NOMBRE TO WS-NOMBRE-TRAMOS
               MOVE WS-VER-DESCRIPCION TO WS-VER-DESC-TRAMOS
           END-IF
           OPEN INPUT ARCHIVO-TRAMOS
           IF WS-STATUS-TRAMOS = "00"
               PERFORM UNTIL FIN-TRAMOS
       CALCULAR-POR-REGIMEN.
           *> Tratamiento del régimen: exención total o tasa plana
           *> propia sobre la utilidad bruta, sin la deducción por
           *> tamaño ni los tramos. Las pérdidas de ejercicios
           *> anteriores sí se amortizan (la exenta no las gasta).
           MOVE WS-UTIL-BRUTA TO WS-UTIL-GRAVABLE
           MOVE ZERO TO WS-DEDUCCION
           IF WS-EXENTO-REGIMEN = "S"
               MOVE ZERO TO WS-IMPUESTO-CALC
               MOVE ZERO TO WS-TASA-IMPUESTO
           ELSE
               PERFORM AMORTIZAR-PERDIDAS
               MOVE WS-TASA-REGIMEN TO WS-TASA-IMPUESTO
               COMPUTE WS-IMPUESTO-CALC ROUNDED =
                   WS-UTIL-GRAVABLE * WS-TASA-REGIMEN
       CARGAR-VENCIMIENTO.
           *> Sin VENCIMIENTO.PAR no se liquidan accesorios, como
           *> hasta ahora (el cobro se hacía a mano).
           MOVE "VENCIMIENTO.PAR" TO WS-VER-CONJUNTO
           MOVE WS-FECHA-HOY TO WS-VER-FECHA
           PERFORM SELECCIONAR-VERSION-PARAM
           MOVE WS-VER-NOMBRE TO WS-NOMBRE-VENCIMIENTO
           MOVE WS-VER-DESCRIPCION TO WS-VER-DESC-VENCIMIENTO
           OPEN INPUT ARCHIVO-VENCIMIENTO
           IF WS-STATUS-VENCIMIENTO = "00"
               READ ARCHIVO-VENCIMIENTO
                   AT END
                       DISPLAY "AVISO: " WS-NOMBRE-VENCIMIENTO
                           " vacio, sin recargos por extemporaneidad"
                   NOT AT END
                       MOVE VEN-FECHA-LIMITE TO WS-FECHA-LIMITE
                       MOVE VEN-PCT-RECARGO TO WS-PCT-RECARGO
               END-READ
               CLOSE ARCHIVO-VENCIMIENTO
           ELSE
               DISPLAY "AVISO: " WS-NOMBRE-VENCIMIENTO
                   " no encontrado, sin recargos por extemporaneidad"
           END-IF.

       EVALUAR-ATRASO-CORRIDA.
                   WS-TOTAL-AFAVOR-NVO " (REEMBOLSO.DAT al dia)"
           END-IF.

       CARGAR-CUENTA-CORRIENTE.
           *> Sin CTACTE.DAT la cuenta corriente arranca con las
           *> liquidaciones de esta corrida.
           MOVE 0 TO WS-TOTAL-CTACTE
           MOVE "N" TO EOF-CTACTE
           OPEN INPUT ARCHIVO-CTACTE
           IF WS-STATUS-CTACTE = "00"
               PERFORM UNTIL FIN-CTACTE
                   READ ARCHIVO-CTACTE
                       AT END
                           SET FIN-CTACTE TO TRUE
                       NOT AT END
                           PERFORM ANOTAR-CUENTA-CARGADA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CTACTE
               DISPLAY "Cuenta corriente cargada de CTACTE.DAT: "
                   WS-TOTAL-CTACTE " cuenta(s)"
           ELSE
               DISPLAY "AVISO: CTACTE.DAT no encontrado, la cuenta "
                   "corriente arranca con esta corrida"
           END-IF.

       ANOTAR-CUENTA-CARGADA.
           IF WS-TOTAL-CTACTE < 5000
               ADD 1 TO WS-TOTAL-CTACTE
               SET IDX-CTACTE TO WS-TOTAL-CTACTE
               MOVE CTA-CODIGO TO CTT-CODIGO(IDX-CTACTE)
               MOVE CTA-EJERCICIO TO CTT-EJERCICIO(IDX-CTACTE)
               MOVE CTA-DETERMINADO TO CTT-DETERMINADO(IDX-CTACTE)
               MOVE CTA-FINANCIAMIENTO
                   TO CTT-FINANCIAMIENTO(IDX-CTACTE)
               MOVE CTA-ACREDITADO TO CTT-ACREDITADO(IDX-CTACTE)
               MOVE CTA-PAGADO TO CTT-PAGADO(IDX-CTACTE)
               MOVE CTA-FECHA-ULT-PAGO
                   TO CTT-FECHA-ULT-PAGO(IDX-CTACTE)
           ELSE
               SET CTACTE-DESBORDADA TO TRUE
               SET FIN-CTACTE TO TRUE
           END-IF.

       ACTUALIZAR-CUENTA-EMPRESA.
           *> La liquidación de la empresa REEMPLAZA el determinado y
           *> lo acreditado de su cuenta del ejercicio, para que una
           *> corrección o una reanudación no los dupliquen; lo
           *> pagado se conserva tal cual.
           COMPUTE WS-DETERMINADO-EMP =
               WS-IMPUESTO-CALC + WS-RECARGO-EMP + WS-INTERES-EMP
           MOVE 0 TO WS-IDX-CTA-EMPRESA
           PERFORM VARYING IDX-CTACTE FROM 1 BY 1
                   UNTIL IDX-CTACTE > WS-TOTAL-CTACTE
                      OR WS-IDX-CTA-EMPRESA > 0
               IF CTT-CODIGO(IDX-CTACTE) = EMP-CODIGO AND
                  CTT-EJERCICIO(IDX-CTACTE) = WS-ANIO-HOY
                   MOVE IDX-CTACTE TO WS-IDX-CTA-EMPRESA
               END-IF
           END-PERFORM
           IF WS-IDX-CTA-EMPRESA = 0
               IF WS-TOTAL-CTACTE < 5000
                   ADD 1 TO WS-TOTAL-CTACTE
                   MOVE WS-TOTAL-CTACTE TO WS-IDX-CTA-EMPRESA
                   SET IDX-CTACTE TO WS-IDX-CTA-EMPRESA
                   MOVE EMP-CODIGO TO CTT-CODIGO(IDX-CTACTE)
                   MOVE WS-ANIO-HOY TO CTT-EJERCICIO(IDX-CTACTE)
                   MOVE 0 TO CTT-FINANCIAMIENTO(IDX-CTACTE)
                   MOVE 0 TO CTT-PAGADO(IDX-CTACTE)
                   MOVE 0 TO CTT-FECHA-ULT-PAGO(IDX-CTACTE)
               ELSE
                   SET CTACTE-DESBORDADA TO TRUE
               END-IF
           END-IF
           IF WS-IDX-CTA-EMPRESA > 0
               SET IDX-CTACTE TO WS-IDX-CTA-EMPRESA
               MOVE WS-DETERMINADO-EMP TO CTT-DETERMINADO(IDX-CTACTE)
               MOVE WS-CREDITOS-EMP TO CTT-ACREDITADO(IDX-CTACTE)
               PERFORM CALCULAR-FINANCIAMIENTO-CTA
           END-IF.

       CALCULAR-FINANCIAMIENTO-CTA.
           *> El plan de pagos financia el neto con interés: lo que
           *> suman sus cuotas por encima del neto también se debe y
           *> se carga a la cuenta del ejercicio que financia. Se
           *> saca de las cuotas en cartera (y no de GENERAR-PLAN-
           *> PAGOS) para que una reanudación lo vuelva a encontrar.
           MOVE 0 TO WS-TOTAL-CUOTAS-EMP
           PERFORM VARYING IDX-CARTERA FROM 1 BY 1
                   UNTIL IDX-CARTERA > WS-TOTAL-CARTERA
               IF CPL-CODIGO(IDX-CARTERA) = EMP-CODIGO AND
                  CPL-EJERCICIO(IDX-CARTERA) = WS-ANIO-HOY
                   ADD CPL-MONTO(IDX-CARTERA) TO WS-TOTAL-CUOTAS-EMP
               END-IF
           END-PERFORM
           IF WS-TOTAL-CUOTAS-EMP > ZERO
               IF WS-IMPUESTO-NETO > ZERO AND
                  WS-TOTAL-CUOTAS-EMP > WS-IMPUESTO-NETO
                   COMPUTE CTT-FINANCIAMIENTO(IDX-CTACTE) =
                       WS-TOTAL-CUOTAS-EMP - WS-IMPUESTO-NETO
               ELSE
                   MOVE 0 TO CTT-FINANCIAMIENTO(IDX-CTACTE)
               END-IF
           END-IF.

       PROCESAR-CUENTA-CORRIENTE.
           *> Aplica PAGOS.DAT, emite CTACTE.RPT y reescribe
           *> CTACTE.DAT y PLANPAGO.DAT. Si la cuenta o la cartera no
           *> cupieron en memoria no se aplica ni se reescribe nada,
           *> para no perder registros; los pagos esperan.
           OPEN OUTPUT ARCHIVO-ESTADO-CTA
           MOVE "ESTADO DE CUENTA CORRIENTE POR EMPRESA"
               TO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE SPACES TO LINEA-ESTADO-CTA
           STRING "Corrida: " WS-FECHA-HOY " " WS-HORA-AHORA
               DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE "=================================================="
               TO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           IF CTACTE-DESBORDADA OR CARTERA-DESBORDADA
               DISPLAY "ADVERTENCIA: CTACTE.DAT o PLANPAGO.DAT no "
                   "caben en memoria; no se aplican pagos ni se "
                   "reescribe la cuenta corriente."
               MOVE SPACES TO LINEA-ESTADO-CTA
               STRING "*** CUENTA CORRIENTE NO ACTUALIZADA: DESBORDE "
                   "DE CTACTE.DAT O PLANPAGO.DAT ***"
                   DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
           ELSE
               PERFORM APLICAR-PAGOS
               PERFORM ESCRIBIR-ESTADO-CUENTA
               PERFORM GUARDAR-CUENTA-CORRIENTE
               IF CARTERA-CAMBIO
                   PERFORM GUARDAR-CARTERA-CUOTAS
               END-IF
               *> PAGOS.DAT se toca hasta que la cuenta y las cuotas
               *> ya quedaron grabadas.
               IF HAY-ARCHIVO-PAGOS
                   PERFORM DEVOLVER-PAGOS-PENDIENTES
               END-IF
           END-IF
           CLOSE ARCHIVO-ESTADO-CTA.

       APLICAR-PAGOS.
           MOVE "N" TO EOF-PAGOS
           OPEN INPUT ARCHIVO-PAGOS
           IF WS-STATUS-PAGOS NOT = "00"
               DISPLAY "AVISO: PAGOS.DAT no encontrado, sin pagos "
                   "por aplicar"
               MOVE "SIN PAGOS POR APLICAR (NO HAY PAGOS.DAT)"
                   TO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
           ELSE
               SET HAY-ARCHIVO-PAGOS TO TRUE
               MOVE "APLICACION DE PAGOS:" TO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
               MOVE SPACES TO LINEA-ESTADO-CTA
               STRING "EMPR. FECHA    REFERENCIA                     "
                   "MONTO RESULTADO"
                   DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
               OPEN OUTPUT ARCHIVO-PAGOS-TEMP
               OPEN EXTEND ARCHIVO-PAGOS-HIS
               IF WS-STATUS-PAGOS-HIS NOT = "00"
                   OPEN OUTPUT ARCHIVO-PAGOS-HIS
               END-IF
               PERFORM UNTIL FIN-PAGOS
                   READ ARCHIVO-PAGOS
                       AT END
                           SET FIN-PAGOS TO TRUE
                       NOT AT END
                           PERFORM APLICAR-UN-PAGO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PAGOS
               CLOSE ARCHIVO-PAGOS-TEMP
               CLOSE ARCHIVO-PAGOS-HIS

               DISPLAY "Pagos leidos de PAGOS.DAT: " WS-PAGOS-LEIDOS
               DISPLAY "  APLICADOS: " WS-PAGOS-APLICADOS
                   " POR " WS-TOT-PAG-APLICADO
               DISPLAY "  NO APLICADOS: " WS-PAGOS-NO-APLICADOS
                   " POR " WS-TOT-PAG-NO-APLICADO
               DISPLAY "  CON EXCEDENTE: " WS-PAGOS-EXCEDENTE
                   " POR " WS-TOT-PAG-EXCEDENTE
               DISPLAY "  CUOTAS DE PLAN CUBIERTAS: "
                   WS-CUOTAS-CUMPLIDAS
               MOVE SPACES TO LINEA-ESTADO-CTA
               STRING "PAGOS LEIDOS " WS-PAGOS-LEIDOS
                   "  APLICADOS " WS-PAGOS-APLICADOS
                   " POR " WS-TOT-PAG-APLICADO
                   DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
               MOVE SPACES TO LINEA-ESTADO-CTA
               STRING "NO APLICADOS " WS-PAGOS-NO-APLICADOS
                   " POR " WS-TOT-PAG-NO-APLICADO
                   " (SIGUEN EN PAGOS.DAT)"
                   DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
               MOVE SPACES TO LINEA-ESTADO-CTA
               STRING "CON EXCEDENTE " WS-PAGOS-EXCEDENTE
                   " POR " WS-TOT-PAG-EXCEDENTE
                   " (A REEMBOLSO PENDIENTE)"
                   DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
               MOVE SPACES TO LINEA-ESTADO-CTA
               STRING "CUOTAS DE PLAN CUBIERTAS: " WS-CUOTAS-CUMPLIDAS
                   DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
           END-IF
           MOVE "=================================================="
               TO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA.

       APLICAR-UN-PAGO.
           *> Un pago se aplica hasta el saldo deudor de la empresa;
           *> lo que sobra es excedente. El que no se puede aplicar
           *> (empresa sin cuenta todavía, sin saldo, monto en cero
           *> o registro dañado) se aparta para la próxima corrida.
           ADD 1 TO WS-PAGOS-LEIDOS
           MOVE SPACES TO WS-MOTIVO-PAGO
           MOVE "N" TO WS-SW-CTA-ENCONTRADA
           MOVE 0 TO WS-SALDO-EMPRESA
           MOVE 0 TO WS-PAG-APLICADO
           MOVE 0 TO WS-PAG-EXCEDENTE
           IF PAG-CODIGO IS NUMERIC AND PAG-MONTO IS NUMERIC
               PERFORM CALCULAR-SALDO-EMPRESA
           END-IF
           EVALUATE TRUE
               WHEN PAG-CODIGO NOT NUMERIC OR
                    PAG-FECHA NOT NUMERIC OR
                    PAG-MONTO NOT NUMERIC
                   MOVE "DATOS INVALIDOS" TO WS-MOTIVO-PAGO
               WHEN PAG-MONTO = ZERO
                   MOVE "MONTO EN CERO" TO WS-MOTIVO-PAGO
               WHEN NOT CUENTA-ENCONTRADA
                   MOVE "SIN CUENTA" TO WS-MOTIVO-PAGO
               WHEN WS-SALDO-EMPRESA NOT > ZERO
                   MOVE "SIN SALDO" TO WS-MOTIVO-PAGO
               WHEN OTHER
                   PERFORM ASENTAR-PAGO
           END-EVALUATE

           MOVE PAG-CODIGO TO LPG-CODIGO
           MOVE PAG-FECHA TO LPG-FECHA
           MOVE PAG-REFERENCIA TO LPG-REFERENCIA
           IF PAG-MONTO IS NUMERIC
               MOVE PAG-MONTO TO LPG-MONTO
           ELSE
               MOVE 0 TO LPG-MONTO
           END-IF
           MOVE SPACES TO LPG-RESULTADO
           IF WS-MOTIVO-PAGO NOT = SPACES
               ADD 1 TO WS-PAGOS-NO-APLICADOS
               IF PAG-MONTO IS NUMERIC
                   ADD PAG-MONTO TO WS-TOT-PAG-NO-APLICADO
               END-IF
               WRITE REGISTRO-PAGO-TEMP FROM REGISTRO-PAGO
               STRING "NO APLICADO: " WS-MOTIVO-PAGO
                   DELIMITED BY SIZE INTO LPG-RESULTADO
               MOVE LINEA-PAGO-DET TO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
           ELSE
               IF WS-PAG-EXCEDENTE > ZERO
                   MOVE "EXCEDENTE A REEMBOLSO" TO LPG-RESULTADO
               ELSE
                   MOVE "APLICADO" TO LPG-RESULTADO
               END-IF
               MOVE LINEA-PAGO-DET TO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
               IF WS-PAG-EXCEDENTE > ZERO
                   MOVE WS-PAG-APLICADO TO WS-MONTO-ED
                   MOVE WS-PAG-EXCEDENTE TO WS-EXCEDENTE-ED
                   MOVE SPACES TO LINEA-ESTADO-CTA
                   STRING "      APLICADO " WS-MONTO-ED
                       "  EXCEDENTE " WS-EXCEDENTE-ED
                       DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
                   WRITE LINEA-ESTADO-CTA
               END-IF
           END-IF.

       CALCULAR-SALDO-EMPRESA.
           *> Saldo deudor de la empresa: solo cuentan los ejercicios
           *> con saldo a cargo; uno a favor ya va por REEMBOLSO.DAT.
           PERFORM VARYING IDX-CTACTE FROM 1 BY 1
                   UNTIL IDX-CTACTE > WS-TOTAL-CTACTE
               IF CTT-CODIGO(IDX-CTACTE) = PAG-CODIGO
                   SET CUENTA-ENCONTRADA TO TRUE
                   COMPUTE WS-SALDO-CTA =
                       CTT-DETERMINADO(IDX-CTACTE) +
                       CTT-FINANCIAMIENTO(IDX-CTACTE) -
                       CTT-ACREDITADO(IDX-CTACTE) -
                       CTT-PAGADO(IDX-CTACTE)
                   IF WS-SALDO-CTA > ZERO
                       ADD WS-SALDO-CTA TO WS-SALDO-EMPRESA
                   END-IF
               END-IF
           END-PERFORM.

       ASENTAR-PAGO.
           IF PAG-MONTO > WS-SALDO-EMPRESA
               MOVE WS-SALDO-EMPRESA TO WS-PAG-APLICADO
               COMPUTE WS-PAG-EXCEDENTE =
                   PAG-MONTO - WS-SALDO-EMPRESA
           ELSE
               MOVE PAG-MONTO TO WS-PAG-APLICADO
           END-IF

           *> El importe baja la cuenta corriente, del ejercicio
           *> más antiguo con saldo al más nuevo; lo abonado a cada
           *> ejercicio cubre las cuotas del plan de ese mismo
           *> ejercicio (ver ABONAR-CUENTA).
           MOVE WS-PAG-APLICADO TO WS-PAG-POR-APLICAR
           MOVE 1 TO WS-IDX-CTA-ANTIGUA
           PERFORM UNTIL WS-PAG-POR-APLICAR = ZERO
                      OR WS-IDX-CTA-ANTIGUA = 0
               PERFORM BUSCAR-CUENTA-ANTIGUA
               IF WS-IDX-CTA-ANTIGUA > 0
                   PERFORM ABONAR-CUENTA
               END-IF
           END-PERFORM

           ADD 1 TO WS-PAGOS-APLICADOS
           ADD WS-PAG-APLICADO TO WS-TOT-PAG-APLICADO
           MOVE PAG-CODIGO TO PGH-CODIGO
           MOVE PAG-FECHA TO PGH-FECHA
           MOVE PAG-MONTO TO PGH-MONTO
           MOVE PAG-REFERENCIA TO PGH-REFERENCIA
           MOVE WS-PAG-APLICADO TO PGH-APLICADO
           MOVE WS-PAG-EXCEDENTE TO PGH-EXCEDENTE
           MOVE WS-FECHA-HOY TO PGH-FECHA-CORRIDA
           WRITE REGISTRO-PAGO-HIS

           *> El excedente queda como saldo a favor de la empresa
           *> (reembolso P), igual que un neto negativo.
           IF WS-PAG-EXCEDENTE > ZERO
               ADD 1 TO WS-PAGOS-EXCEDENTE
               ADD WS-PAG-EXCEDENTE TO WS-TOT-PAG-EXCEDENTE
               IF WS-TOTAL-AFAVOR-NVO < 2000
                   ADD 1 TO WS-TOTAL-AFAVOR-NVO
                   SET IDX-AFAVOR TO WS-TOTAL-AFAVOR-NVO
                   MOVE PAG-CODIGO TO AFV-CODIGO(IDX-AFAVOR)
                   MOVE WS-PAG-EXCEDENTE TO AFV-MONTO(IDX-AFAVOR)
               ELSE
                   DISPLAY "ADVERTENCIA: sin espacio para el "
                       "reembolso del excedente de " PAG-CODIGO
                       " (" WS-PAG-EXCEDENTE "); revisar a mano"
               END-IF
           END-IF.

       BUSCAR-CUOTA-ANTIGUA.
           MOVE 0 TO WS-IDX-CUOTA-ANTIGUA
           PERFORM VARYING IDX-CARTERA FROM 1 BY 1
                   UNTIL IDX-CARTERA > WS-TOTAL-CARTERA
               IF CPL-CODIGO(IDX-CARTERA) = PAG-CODIGO AND
                  CPL-ESTADO(IDX-CARTERA) = "A" AND
                  CPL-EJERCICIO(IDX-CARTERA) =
                  CTT-EJERCICIO(IDX-CTACTE)
                   IF WS-IDX-CUOTA-ANTIGUA = 0
                       MOVE IDX-CARTERA TO WS-IDX-CUOTA-ANTIGUA
                   ELSE
                   IF CPL-FECHA-VENCE(IDX-CARTERA) <
                      CPL-FECHA-VENCE(WS-IDX-CUOTA-ANTIGUA)
                       MOVE IDX-CARTERA TO WS-IDX-CUOTA-ANTIGUA
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ABONAR-CUOTA.
           SET IDX-CARTERA TO WS-IDX-CUOTA-ANTIGUA
           COMPUTE WS-RESTO-CUOTA =
               CPL-MONTO(IDX-CARTERA) - CPL-PAGADO(IDX-CARTERA)
           IF WS-CUOTA-POR-APLICAR < WS-RESTO-CUOTA
               ADD WS-CUOTA-POR-APLICAR TO CPL-PAGADO(IDX-CARTERA)
               MOVE 0 TO WS-CUOTA-POR-APLICAR
           ELSE
               MOVE CPL-MONTO(IDX-CARTERA) TO CPL-PAGADO(IDX-CARTERA)
               SUBTRACT WS-RESTO-CUOTA FROM WS-CUOTA-POR-APLICAR
               MOVE "C" TO CPL-ESTADO(IDX-CARTERA)
               MOVE PAG-FECHA TO CPL-FECHA-PAGO(IDX-CARTERA)
               ADD 1 TO WS-CUOTAS-CUMPLIDAS
           END-IF
           SET CARTERA-CAMBIO TO TRUE.

       BUSCAR-CUENTA-ANTIGUA.
           MOVE 0 TO WS-IDX-CTA-ANTIGUA
           PERFORM VARYING IDX-CTACTE FROM 1 BY 1
                   UNTIL IDX-CTACTE > WS-TOTAL-CTACTE
               IF CTT-CODIGO(IDX-CTACTE) = PAG-CODIGO
                   COMPUTE WS-SALDO-CTA =
                       CTT-DETERMINADO(IDX-CTACTE) +
                       CTT-FINANCIAMIENTO(IDX-CTACTE) -
                       CTT-ACREDITADO(IDX-CTACTE) -
                       CTT-PAGADO(IDX-CTACTE)
                   IF WS-SALDO-CTA > ZERO
                       IF WS-IDX-CTA-ANTIGUA = 0
                           MOVE IDX-CTACTE TO WS-IDX-CTA-ANTIGUA
                       ELSE
                       IF CTT-EJERCICIO(IDX-CTACTE) <
                          CTT-EJERCICIO(WS-IDX-CTA-ANTIGUA)
                           MOVE IDX-CTACTE TO WS-IDX-CTA-ANTIGUA
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ABONAR-CUENTA.
           SET IDX-CTACTE TO WS-IDX-CTA-ANTIGUA
           COMPUTE WS-SALDO-CTA =
               CTT-DETERMINADO(IDX-CTACTE) +
               CTT-FINANCIAMIENTO(IDX-CTACTE) -
               CTT-ACREDITADO(IDX-CTACTE) -
               CTT-PAGADO(IDX-CTACTE)
           IF WS-PAG-POR-APLICAR < WS-SALDO-CTA
               MOVE WS-PAG-POR-APLICAR TO WS-ABONO-EJERCICIO
           ELSE
               MOVE WS-SALDO-CTA TO WS-ABONO-EJERCICIO
           END-IF
           ADD WS-ABONO-EJERCICIO TO CTT-PAGADO(IDX-CTACTE)
           SUBTRACT WS-ABONO-EJERCICIO FROM WS-PAG-POR-APLICAR
           MOVE PAG-FECHA TO CTT-FECHA-ULT-PAGO(IDX-CTACTE)

           *> Lo abonado al ejercicio cubre sus cuotas del plan, de
           *> la que vence primero a la última; la que queda cubierta
           *> pasa a "C" con la fecha del pago. Las cuotas de otro
           *> ejercicio no se tocan: su abono llega por su cuenta.
           MOVE WS-ABONO-EJERCICIO TO WS-CUOTA-POR-APLICAR
           MOVE 1 TO WS-IDX-CUOTA-ANTIGUA
           PERFORM UNTIL WS-CUOTA-POR-APLICAR = ZERO
                      OR WS-IDX-CUOTA-ANTIGUA = 0
               PERFORM BUSCAR-CUOTA-ANTIGUA
               IF WS-IDX-CUOTA-ANTIGUA > 0
                   PERFORM ABONAR-CUOTA
               END-IF
           END-PERFORM.

       ESCRIBIR-ESTADO-CUENTA.
           *> Una línea por empresa y ejercicio. El determinado
           *> incluye el financiamiento del plan, si lo hay; el
           *> saldo negativo es a favor (va por REEMBOLSO.DAT).
           MOVE "ESTADO DE CUENTA:" TO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE SPACES TO LINEA-ESTADO-CTA
           STRING "EMPR. EJER     DETERMINADO      ACREDITADO     "
               "     PAGADO           SALDO"
               DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           PERFORM VARYING IDX-CTACTE FROM 1 BY 1
                   UNTIL IDX-CTACTE > WS-TOTAL-CTACTE
               COMPUTE WS-SALDO-CTA =
                   CTT-DETERMINADO(IDX-CTACTE) +
                   CTT-FINANCIAMIENTO(IDX-CTACTE) -
                   CTT-ACREDITADO(IDX-CTACTE) -
                   CTT-PAGADO(IDX-CTACTE)
               MOVE CTT-CODIGO(IDX-CTACTE) TO LCD-CODIGO
               MOVE CTT-EJERCICIO(IDX-CTACTE) TO LCD-EJERCICIO
               COMPUTE LCD-DETERMINADO =
                   CTT-DETERMINADO(IDX-CTACTE) +
                   CTT-FINANCIAMIENTO(IDX-CTACTE)
               MOVE CTT-ACREDITADO(IDX-CTACTE) TO LCD-ACREDITADO
               MOVE CTT-PAGADO(IDX-CTACTE) TO LCD-PAGADO
               MOVE WS-SALDO-CTA TO LCD-SALDO
               MOVE LINEA-CTACTE-DET TO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
               ADD CTT-DETERMINADO(IDX-CTACTE)
                   CTT-FINANCIAMIENTO(IDX-CTACTE)
                   TO WS-TOT-CTA-DETERMINADO
               ADD CTT-ACREDITADO(IDX-CTACTE) TO WS-TOT-CTA-ACREDITADO
               ADD CTT-PAGADO(IDX-CTACTE) TO WS-TOT-CTA-PAGADO
               ADD WS-SALDO-CTA TO WS-TOT-CTA-SALDO
               PERFORM ESCRIBIR-PLAN-CUENTA
           END-PERFORM
           MOVE "TOTAL" TO LCD-CODIGO
           MOVE SPACES TO LCD-EJERCICIO
           MOVE WS-TOT-CTA-DETERMINADO TO LCD-DETERMINADO
           MOVE WS-TOT-CTA-ACREDITADO TO LCD-ACREDITADO
           MOVE WS-TOT-CTA-PAGADO TO LCD-PAGADO
           MOVE WS-TOT-CTA-SALDO TO LCD-SALDO
           MOVE LINEA-CTACTE-DET TO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE WS-TOT-CTA-SALDO TO WS-IMPUESTO-NETO-ED
           DISPLAY "Cuenta corriente en CTACTE.DAT: " WS-TOTAL-CTACTE
               " cuenta(s), saldo " WS-IMPUESTO-NETO-ED
               " (ver CTACTE.RPT)".

       ESCRIBIR-PLAN-CUENTA.
           *> Debajo de la cuenta, el avance del plan que la financia.
           MOVE 0 TO WS-CUOTAS-PLAN-CTA
           MOVE 0 TO WS-CUOTAS-CUBIERTAS-CTA
           MOVE 0 TO WS-PROXIMO-VENCE-CTA
           PERFORM VARYING IDX-CARTERA FROM 1 BY 1
                   UNTIL IDX-CARTERA > WS-TOTAL-CARTERA
               IF CPL-CODIGO(IDX-CARTERA) = CTT-CODIGO(IDX-CTACTE) AND
                  CPL-EJERCICIO(IDX-CARTERA) =
                  CTT-EJERCICIO(IDX-CTACTE)
                   ADD 1 TO WS-CUOTAS-PLAN-CTA
                   IF CPL-ESTADO(IDX-CARTERA) = "C"
                       ADD 1 TO WS-CUOTAS-CUBIERTAS-CTA
                   ELSE
                   IF WS-PROXIMO-VENCE-CTA = 0 OR
                      CPL-FECHA-VENCE(IDX-CARTERA) <
                      WS-PROXIMO-VENCE-CTA
                       MOVE CPL-FECHA-VENCE(IDX-CARTERA)
                           TO WS-PROXIMO-VENCE-CTA
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CUOTAS-PLAN-CTA > 0
               MOVE SPACES TO LINEA-ESTADO-CTA
               IF WS-PROXIMO-VENCE-CTA > 0
                   STRING "      PLAN: " WS-CUOTAS-CUBIERTAS-CTA
                       " DE " WS-CUOTAS-PLAN-CTA
                       " CUOTAS CUBIERTAS, PROXIMA VENCE "
                       WS-PROXIMO-VENCE-CTA
                       DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
               ELSE
                   STRING "      PLAN: " WS-CUOTAS-CUBIERTAS-CTA
                       " DE " WS-CUOTAS-PLAN-CTA
                       " CUOTAS CUBIERTAS, PLAN CUMPLIDO"
                       DELIMITED BY SIZE INTO LINEA-ESTADO-CTA
               END-IF
               WRITE LINEA-ESTADO-CTA
           END-IF.

       GUARDAR-CUENTA-CORRIENTE.
           OPEN OUTPUT ARCHIVO-CTACTE
           PERFORM VARYING IDX-CTACTE FROM 1 BY 1
                   UNTIL IDX-CTACTE > WS-TOTAL-CTACTE
               MOVE CTT-CODIGO(IDX-CTACTE) TO CTA-CODIGO
               MOVE CTT-EJERCICIO(IDX-CTACTE) TO CTA-EJERCICIO
               MOVE CTT-DETERMINADO(IDX-CTACTE) TO CTA-DETERMINADO
               MOVE CTT-FINANCIAMIENTO(IDX-CTACTE)
                   TO CTA-FINANCIAMIENTO
               MOVE CTT-ACREDITADO(IDX-CTACTE) TO CTA-ACREDITADO
               MOVE CTT-PAGADO(IDX-CTACTE) TO CTA-PAGADO
               MOVE CTT-FECHA-ULT-PAGO(IDX-CTACTE)
                   TO CTA-FECHA-ULT-PAGO
               WRITE REGISTRO-CTACTE
           END-PERFORM
           CLOSE ARCHIVO-CTACTE.

       GUARDAR-CARTERA-CUOTAS.
           *> PLANPAGO.DAT completo desde la cartera, con el abono y
           *> el estado de cada cuota al día.
           OPEN OUTPUT ARCHIVO-PLANES
           PERFORM VARYING IDX-CARTERA FROM 1 BY 1
                   UNTIL IDX-CARTERA > WS-TOTAL-CARTERA
               MOVE CPL-CODIGO(IDX-CARTERA) TO PLN-CODIGO
               MOVE CPL-CUOTA(IDX-CARTERA) TO PLN-CUOTA
               MOVE CPL-FECHA-VENCE(IDX-CARTERA) TO PLN-FECHA-VENCE
               MOVE CPL-MONTO(IDX-CARTERA) TO PLN-MONTO
               MOVE CPL-ESTADO(IDX-CARTERA) TO PLN-ESTADO
               MOVE CPL-PAGADO(IDX-CARTERA) TO PLN-PAGADO
               MOVE CPL-FECHA-PAGO(IDX-CARTERA) TO PLN-FECHA-PAGO
               MOVE CPL-EJERCICIO(IDX-CARTERA) TO PLN-EJERCICIO
               WRITE REGISTRO-PLAN
           END-PERFORM
           CLOSE ARCHIVO-PLANES.

       DEVOLVER-PAGOS-PENDIENTES.
           *> Los pagos no aplicados regresan a PAGOS.DAT para la
           *> próxima corrida (la empresa puede no estar liquidada
           *> todavía); sin pendientes, el archivo se borra como los
           *> demás disparadores.
           IF WS-PAGOS-NO-APLICADOS = 0
               CALL "CBL_DELETE_FILE" USING "PAGOS.DAT"
           ELSE
               MOVE "N" TO EOF-PAGOS
               OPEN OUTPUT ARCHIVO-PAGOS
               OPEN INPUT ARCHIVO-PAGOS-TEMP
               PERFORM UNTIL FIN-PAGOS
                   READ ARCHIVO-PAGOS-TEMP
                       AT END
                           SET FIN-PAGOS TO TRUE
                       NOT AT END
                           WRITE REGISTRO-PAGO
                               FROM REGISTRO-PAGO-TEMP
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PAGOS-TEMP
               CLOSE ARCHIVO-PAGOS
           END-IF
           CALL "CBL_DELETE_FILE" USING "PAGOS.TMP".

       PROCESAR-ARCHIVO.
           OPEN INPUT ARCHIVO-EMPRESAS
           IF WS-STATUS-EMPRESAS NOT = "00"
               *> aquí se calculan sin mostrar nada.
               PERFORM ACUMULAR-TRANSMISION
               PERFORM ACUMULAR-ANTICIPO
               *> CTACTE.DAT se reescribe hasta el final de la
               *> corrida: la cuenta de estas empresas también.
               PERFORM ACTUALIZAR-CUENTA-EMPRESA
               PERFORM SUSTITUIR-ESTIMADO-EMPRESA
               PERFORM COMPARAR-ANIO-ANTERIOR
               PERFORM EVALUAR-SELECCION-AUDITORIA
           END-IF
                               MOVE LH-ANIO TO HIS-ANIO(IDX-HIST)
                               MOVE LH-IMPUESTO
                                   TO HIS-IMPUESTO(IDX-HIST)
                               *> Las líneas grabadas antes de la
                               *> fecha de corrección no la traen.
                               IF LH-FECHA-CORR NUMERIC
                                   MOVE LH-FECHA-CORR
                                       TO HIS-FECHA-CORR(IDX-HIST)
                               ELSE
                                   MOVE 0 TO HIS-FECHA-CORR(IDX-HIST)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE RES-CODIGO(IDX-RESULTADO) TO LH-CODIGO
               MOVE WS-ANIO-HOY TO LH-ANIO
               MOVE RES-IMPUESTO(IDX-RESULTADO) TO LH-IMPUESTO
               MOVE RES-FECHA-CORR(IDX-RESULTADO) TO LH-FECHA-CORR
               WRITE REGISTRO-HISTORICO FROM LINEA-HISTORICO
           END-PERFORM
           CLOSE ARCHIVO-HISTORICO.
           MOVE ZERO TO WS-UTIL-GRAVABLE
           MOVE "N" TO WS-SW-RECHAZO
           PERFORM BUSCAR-REGIMEN-EMPRESA
           PERFORM VERIFICAR-PADRON-EMPRESA

           COMPUTE WS-UTIL-BRUTA = EMP-INGRESOS - EMP-GASTOS
           IF NOT REGISTRO-RECHAZADO
               PERFORM PREPARAR-PERDIDAS-EMPRESA
           END-IF

           IF REGISTRO-RECHAZADO
               MOVE ZERO TO WS-IMPUESTO-CALC
           ELSE
           IF WS-UTIL-BRUTA <= ZERO
               MOVE ZERO TO WS-IMPUESTO-CALC
           ELSE
                           MOVE DEDUCCION-GRANDE TO WS-DEDUCCION
                       WHEN OTHER
                           SET REGISTRO-RECHAZADO TO TRUE
                           MOVE "T" TO WS-MOTIVO-RECHAZO
                           MOVE ZERO TO WS-IMPUESTO-CALC
                   END-EVALUATE

                   IF NOT REGISTRO-RECHAZADO
                       COMPUTE WS-UTIL-GRAVABLE =
                           WS-UTIL-BRUTA - WS-DEDUCCION
                       *> Las pérdidas pendientes bajan la base
                       *> antes de los tramos o la tasa plana.
                       IF WS-UTIL-GRAVABLE > ZERO
                           PERFORM AMORTIZAR-PERDIDAS
                       END-IF

                       IF WS-UTIL-GRAVABLE <= ZERO
                           MOVE ZERO TO WS-IMPUESTO-CALC
               END-IF
               END-IF
           END-IF
           END-IF

           IF REGISTRO-RECHAZADO
               ADD 1 TO WS-TOTAL-RECHAZOS
           ELSE
               ADD 1 TO WS-TOTAL-EMPRESAS
               ADD WS-IMPUESTO-CALC TO WS-TOTAL-IMPUESTOS
               PERFORM CALCULAR-PERDIDA-REMANENTE
               PERFORM ACUMULAR-ESTRATO
               PERFORM ACUMULAR-GRUPO
               IF EMPRESA-CON-REGIMEN
                   SET IDX-RESULTADO TO WS-TOTAL-RESULTADOS
                   MOVE EMP-CODIGO TO RES-CODIGO(IDX-RESULTADO)
                   MOVE WS-IMPUESTO-CALC TO RES-IMPUESTO(IDX-RESULTADO)
                   MOVE 0 TO RES-FECHA-CORR(IDX-RESULTADO)
               END-IF
           END-IF.

       CARGAR-PADRON.
           *> Sin PADRON.DAT no se valida nada, como hasta hoy. El
           *> mantenimiento solo corre en la corrida oficial.
           MOVE 0 TO WS-TOTAL-PADRON
           MOVE "N" TO EOF-PADRON
           OPEN INPUT ARCHIVO-PADRON
           IF WS-STATUS-PADRON = "00"
               PERFORM UNTIL FIN-PADRON
                   READ ARCHIVO-PADRON
                       AT END
                           SET FIN-PADRON TO TRUE
                       NOT AT END
                           PERFORM ANOTAR-PADRON-CARGADO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PADRON
               IF PADRON-DESBORDADO
                   DISPLAY "ADVERTENCIA: PADRON.DAT tiene mas de "
                       "5000 contribuyentes; no se valida ni se "
                       "mantiene el padron en esta corrida"
               ELSE
                   SET PADRON-CARGADO TO TRUE
                   DISPLAY "Padron de contribuyentes: "
                       WS-TOTAL-PADRON " inscrito(s)"
               END-IF
           ELSE
               DISPLAY "AVISO: PADRON.DAT no encontrado, las "
                   "empresas no se validan contra el padron"
           END-IF
           IF NOT MODO-SIMULACION AND NOT PADRON-DESBORDADO
               PERFORM PROCESAR-MANTENIMIENTO-PADRON
           END-IF.

       ANOTAR-PADRON-CARGADO.
           IF WS-TOTAL-PADRON < 5000
               ADD 1 TO WS-TOTAL-PADRON
               SET IDX-PADRON TO WS-TOTAL-PADRON
               MOVE REGISTRO-PADRON TO PADRON-ITEM(IDX-PADRON)
           ELSE
               SET PADRON-DESBORDADO TO TRUE
               SET FIN-PADRON TO TRUE
           END-IF.

       PROCESAR-MANTENIMIENTO-PADRON.
           *> Un PADRONMOV.DAT sin PADRON.DAT arma el padrón desde
           *> cero con sus altas.
           MOVE 0 TO WS-PADRON-APLICADOS
           MOVE 0 TO WS-PADRON-RECHAZADOS
           MOVE "N" TO EOF-PADRON-MOV
           OPEN INPUT ARCHIVO-PADRON-MOV
           IF WS-STATUS-PADRON-MOV = "00"
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               OPEN EXTEND ARCHIVO-PADRON-AUD
               IF WS-STATUS-PADRON-AUD NOT = "00"
                   OPEN OUTPUT ARCHIVO-PADRON-AUD
               END-IF
               PERFORM UNTIL FIN-PADRON-MOV
                   READ ARCHIVO-PADRON-MOV
                       AT END
                           SET FIN-PADRON-MOV TO TRUE
                       NOT AT END
                           PERFORM APLICAR-MOVIMIENTO-PADRON
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PADRON-MOV
               CLOSE ARCHIVO-PADRON-AUD
               IF WS-PADRON-APLICADOS > 0
                   PERFORM GUARDAR-PADRON
                   SET PADRON-CARGADO TO TRUE
               END-IF
               CALL "CBL_DELETE_FILE" USING "PADRONMOV.DAT"
               DISPLAY "Mantenimiento del padron: "
                   WS-PADRON-APLICADOS " aplicado(s), "
                   WS-PADRON-RECHAZADOS " rechazado(s) - ver "
                   "PADRON.AUD"
           END-IF.

       APLICAR-MOVIMIENTO-PADRON.
           MOVE SPACES TO PAU-ANTES
           MOVE SPACES TO PAU-DESPUES
           MOVE 0 TO WS-IDX-PADRON-ENC
           IF PMV-CODIGO IS NUMERIC
               MOVE PMV-CODIGO TO WS-CODIGO-PADRON
               PERFORM BUSCAR-PADRON-CODIGO
           END-IF
           IF WS-IDX-PADRON-ENC > 0
               MOVE PADRON-ITEM(WS-IDX-PADRON-ENC) TO PAU-ANTES
           END-IF
           IF PMV-FECHA IS NUMERIC AND PMV-FECHA > 0
               MOVE PMV-FECHA TO WS-FECHA-MOV-PADRON
           ELSE
               MOVE WS-FECHA-HOY TO WS-FECHA-MOV-PADRON
           END-IF

           EVALUATE TRUE
               WHEN PMV-CODIGO NOT NUMERIC
                   MOVE "CODIGO INVALIDO" TO WS-RESULTADO-PADRON
               WHEN NOT MOV-PADRON-ALTA AND
                    NOT MOV-PADRON-CAMBIO AND
                    NOT MOV-PADRON-BAJA
                   MOVE "TIPO INVALIDO" TO WS-RESULTADO-PADRON
               WHEN MOV-PADRON-ALTA AND WS-IDX-PADRON-ENC > 0
                   MOVE "YA INSCRITA" TO WS-RESULTADO-PADRON
               WHEN MOV-PADRON-ALTA AND
                    (PMV-RAZON-SOCIAL = SPACES OR
                     PMV-ID-FISCAL = SPACES)
                   MOVE "ALTA INCOMPLETA" TO WS-RESULTADO-PADRON
               WHEN MOV-PADRON-ALTA AND WS-TOTAL-PADRON >= 5000
                   MOVE "PADRON LLENO" TO WS-RESULTADO-PADRON
               WHEN MOV-PADRON-ALTA
                   PERFORM ALTA-PADRON
               WHEN WS-IDX-PADRON-ENC = 0
                   MOVE "NO INSCRITA" TO WS-RESULTADO-PADRON
               WHEN MOV-PADRON-BAJA AND
                    PADRON-BAJA(WS-IDX-PADRON-ENC)
                   MOVE "YA DADA DE BAJA" TO WS-RESULTADO-PADRON
               WHEN MOV-PADRON-BAJA
                   PERFORM BAJA-PADRON
               WHEN PMV-ESTADO NOT = SPACE AND
                    PMV-ESTADO NOT = "A" AND
                    PMV-ESTADO NOT = "S"
                   MOVE "ESTADO INVALIDO" TO WS-RESULTADO-PADRON
               WHEN OTHER
                   PERFORM CAMBIO-PADRON
           END-EVALUATE

           IF WS-IDX-PADRON-ENC > 0 AND
              (WS-RESULTADO-PADRON = "ALTA" OR
               WS-RESULTADO-PADRON = "CAMBIO" OR
               WS-RESULTADO-PADRON = "BAJA")
               MOVE PADRON-ITEM(WS-IDX-PADRON-ENC) TO PAU-DESPUES
               ADD 1 TO WS-PADRON-APLICADOS
           ELSE
               ADD 1 TO WS-PADRON-RECHAZADOS
               DISPLAY "PADRONMOV RECHAZADO: " PMV-TIPO " "
                   PMV-CODIGO " - " WS-RESULTADO-PADRON
           END-IF
           MOVE WS-FECHA-HOY TO PAU-FECHA
           MOVE WS-HORA-AHORA(1:6) TO PAU-HORA
           MOVE PMV-TIPO TO PAU-TIPO
           MOVE PMV-CODIGO TO PAU-CODIGO
           MOVE WS-RESULTADO-PADRON TO PAU-RESULTADO
           WRITE REGISTRO-PADRON-AUD.

       ALTA-PADRON.
           ADD 1 TO WS-TOTAL-PADRON
           MOVE WS-TOTAL-PADRON TO WS-IDX-PADRON-ENC
           SET IDX-PADRON TO WS-IDX-PADRON-ENC
           MOVE PMV-CODIGO TO PTB-CODIGO(IDX-PADRON)
           MOVE PMV-RAZON-SOCIAL TO PTB-RAZON-SOCIAL(IDX-PADRON)
           MOVE PMV-ID-FISCAL TO PTB-ID-FISCAL(IDX-PADRON)
           MOVE PMV-DIRECCION TO PTB-DIRECCION(IDX-PADRON)
           MOVE PMV-LOCALIDAD TO PTB-LOCALIDAD(IDX-PADRON)
           MOVE WS-FECHA-MOV-PADRON TO PTB-FECHA-ALTA(IDX-PADRON)
           MOVE "A" TO PTB-ESTADO(IDX-PADRON)
           MOVE WS-FECHA-MOV-PADRON TO PTB-FECHA-ESTADO(IDX-PADRON)
           MOVE "ALTA" TO WS-RESULTADO-PADRON.

       CAMBIO-PADRON.
           *> Solo se cambia lo que el movimiento trae; el estado
           *> admite S (suspender) o A (reactivar, también a una
           *> dada de baja).
           SET IDX-PADRON TO WS-IDX-PADRON-ENC
           IF PMV-RAZON-SOCIAL NOT = SPACES
               MOVE PMV-RAZON-SOCIAL TO PTB-RAZON-SOCIAL(IDX-PADRON)
           END-IF
           IF PMV-ID-FISCAL NOT = SPACES
               MOVE PMV-ID-FISCAL TO PTB-ID-FISCAL(IDX-PADRON)
           END-IF
           IF PMV-DIRECCION NOT = SPACES
               MOVE PMV-DIRECCION TO PTB-DIRECCION(IDX-PADRON)
           END-IF
           IF PMV-LOCALIDAD NOT = SPACES
               MOVE PMV-LOCALIDAD TO PTB-LOCALIDAD(IDX-PADRON)
           END-IF
           IF PMV-ESTADO NOT = SPACE AND
              PMV-ESTADO NOT = PTB-ESTADO(IDX-PADRON)
               MOVE PMV-ESTADO TO PTB-ESTADO(IDX-PADRON)
               MOVE WS-FECHA-MOV-PADRON
                   TO PTB-FECHA-ESTADO(IDX-PADRON)
           END-IF
           MOVE "CAMBIO" TO WS-RESULTADO-PADRON.

       BAJA-PADRON.
           SET IDX-PADRON TO WS-IDX-PADRON-ENC
           MOVE "D" TO PTB-ESTADO(IDX-PADRON)
           MOVE WS-FECHA-MOV-PADRON TO PTB-FECHA-ESTADO(IDX-PADRON)
           MOVE "BAJA" TO WS-RESULTADO-PADRON.

       BUSCAR-PADRON-CODIGO.
           MOVE 0 TO WS-IDX-PADRON-ENC
           PERFORM VARYING IDX-PADRON FROM 1 BY 1
                   UNTIL IDX-PADRON > WS-TOTAL-PADRON
                      OR WS-IDX-PADRON-ENC > 0
               IF PTB-CODIGO(IDX-PADRON) = WS-CODIGO-PADRON
                   MOVE IDX-PADRON TO WS-IDX-PADRON-ENC
               END-IF
           END-PERFORM.

       GUARDAR-PADRON.
           OPEN OUTPUT ARCHIVO-PADRON
           PERFORM VARYING IDX-PADRON FROM 1 BY 1
                   UNTIL IDX-PADRON > WS-TOTAL-PADRON
               WRITE REGISTRO-PADRON FROM PADRON-ITEM(IDX-PADRON)
           END-PERFORM
           CLOSE ARCHIVO-PADRON.

       VERIFICAR-PADRON-EMPRESA.
           *> Sin padrón cargado toda empresa pasa; con padrón, la
           *> no inscrita y la dada de baja se rechazan. La
           *> suspendida se calcula y se señala en la notificación.
           MOVE 0 TO WS-IDX-PADRON-EMP
           MOVE SPACE TO WS-MOTIVO-RECHAZO
           IF PADRON-CARGADO
               MOVE EMP-CODIGO TO WS-CODIGO-PADRON
               PERFORM BUSCAR-PADRON-CODIGO
               IF WS-IDX-PADRON-ENC = 0
                   SET REGISTRO-RECHAZADO TO TRUE
                   MOVE "N" TO WS-MOTIVO-RECHAZO
               ELSE
               IF PADRON-BAJA(WS-IDX-PADRON-ENC)
                   SET REGISTRO-RECHAZADO TO TRUE
                   MOVE "D" TO WS-MOTIVO-RECHAZO
               ELSE
                   MOVE WS-IDX-PADRON-ENC TO WS-IDX-PADRON-EMP
               END-IF
               END-IF
           END-IF.

       CARGAR-PARAM-ESTIMADO.
           OPEN INPUT ARCHIVO-PARAM-ESTIMADO
           IF WS-STATUS-PARAM-EST = "00"
               READ ARCHIVO-PARAM-ESTIMADO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAE-PCT-AUMENTO IS NUMERIC
                           MOVE PAE-PCT-AUMENTO TO WS-PCT-AUMENTO-EST
                       ELSE
                           DISPLAY "AVISO: ESTIMADO.PAR invalido, "
                               "estimacion sin aumento"
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAM-ESTIMADO
           END-IF.

       CARGAR-ESTIMADOS.
           MOVE 0 TO WS-TOTAL-ESTIMADOS
           MOVE "N" TO EOF-ESTIMADOS
           OPEN INPUT ARCHIVO-ESTIMADOS
           IF WS-STATUS-ESTIMADOS = "00"
               PERFORM UNTIL FIN-ESTIMADOS
                   READ ARCHIVO-ESTIMADOS
                       AT END
                           SET FIN-ESTIMADOS TO TRUE
                       NOT AT END
                           PERFORM ANOTAR-ESTIMADO-CARGADO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ESTIMADOS
               DISPLAY "Estimaciones presuntivas cargadas: "
                   WS-TOTAL-ESTIMADOS
               IF ESTIMADOS-DESBORDADOS
                   DISPLAY "ADVERTENCIA: ESTIMADO.DAT tiene mas de "
                       "5000 lineas; no se estima ni se reescribe"
               END-IF
           END-IF.

       ANOTAR-ESTIMADO-CARGADO.
           IF WS-TOTAL-ESTIMADOS < 5000
               ADD 1 TO WS-TOTAL-ESTIMADOS
               SET IDX-ESTIMADO TO WS-TOTAL-ESTIMADOS
               MOVE REGISTRO-ESTIMADO TO ESTIMADO-ITEM(IDX-ESTIMADO)
           ELSE
               SET ESTIMADOS-DESBORDADOS TO TRUE
               SET FIN-ESTIMADOS TO TRUE
           END-IF.

       BUSCAR-ESTIMADO-EJERCICIO.
           MOVE 0 TO WS-IDX-ESTIMADO-ENC
           PERFORM VARYING IDX-ESTIMADO FROM 1 BY 1
                   UNTIL IDX-ESTIMADO > WS-TOTAL-ESTIMADOS
                      OR WS-IDX-ESTIMADO-ENC > 0
               IF ETT-CODIGO(IDX-ESTIMADO) = WS-CODIGO-PADRON AND
                  ETT-EJERCICIO(IDX-ESTIMADO) = WS-ANIO-HOY
                   MOVE IDX-ESTIMADO TO WS-IDX-ESTIMADO-ENC
               END-IF
           END-PERFORM.

       SUSTITUIR-ESTIMADO-EMPRESA.
           *> La declaración real de un omiso (en la corrida oficial
           *> o por CORRECCION.DAT) deja sin efecto su estimación
           *> del ejercicio.
           MOVE "N" TO WS-SW-SUSTITUYE
           MOVE EMP-CODIGO TO WS-CODIGO-PADRON
           PERFORM BUSCAR-ESTIMADO-EJERCICIO
           IF WS-IDX-ESTIMADO-ENC > 0
               IF ESTIMADO-VIGENTE(WS-IDX-ESTIMADO-ENC)
                   MOVE "S" TO ETT-ESTADO(WS-IDX-ESTIMADO-ENC)
                   MOVE WS-FECHA-HOY
                       TO ETT-FECHA-SUSTITUCION(WS-IDX-ESTIMADO-ENC)
                   SET SUSTITUYE-ESTIMADO TO TRUE
                   SET ESTIMADOS-CAMBIARON TO TRUE
                   ADD 1 TO WS-ESTIMADOS-SUSTITUIDOS
                   IF NOT RECALCULO-SILENCIOSO
                       DISPLAY "  SUSTITUYE LA ESTIMACION PRESUNTIVA "
                           "DE " ETT-MONTO(WS-IDX-ESTIMADO-ENC)
                   END-IF
               END-IF
           END-IF.

       DETECTAR-OMISOS.
           *> Inscrito activo desde antes del ejercicio y ausente de
           *> EMPRESAS.DAT = omiso. Sin padrón, o si los códigos
           *> vistos no cupieron en la tabla, no se puede saber quién
           *> faltó y no se estima nada.
           MOVE 0 TO WS-OMISOS-DETECTADOS
           MOVE 0 TO WS-OMISOS-NUEVOS
           MOVE 0 TO WS-OMISOS-SIN-BASE
           MOVE 0 TO WS-TOT-ESTIMADO
           EVALUATE TRUE
               WHEN NOT PADRON-CARGADO
                   DISPLAY "AVISO: sin PADRON.DAT no se detectan "
                       "omisos"
               WHEN WS-TOTAL-VISTOS >= 5000
                   DISPLAY "AVISO: mas de 5000 codigos en "
                       "EMPRESAS.DAT, no se detectan omisos"
               WHEN ESTIMADOS-DESBORDADOS
                   DISPLAY "AVISO: ESTIMADO.DAT desbordado, no se "
                       "detectan omisos"
               WHEN OTHER
                   PERFORM GENERAR-LISTA-OMISOS
           END-EVALUATE.

       GENERAR-LISTA-OMISOS.
           OPEN OUTPUT ARCHIVO-OMISOS
           OPEN OUTPUT ARCHIVO-NOTIFICA-OMISOS
           MOVE WS-PCT-AUMENTO-EST TO WS-PCT-AUMENTO-ED
           MOVE SPACES TO LINEA-OMISOS
           STRING "OMISOS DEL EJERCICIO " WS-ANIO-HOY
               " - ESTIMACION PRESUNTIVA (AUMENTO "
               WS-PCT-AUMENTO-ED "%)"
               DELIMITED BY SIZE INTO LINEA-OMISOS
           WRITE LINEA-OMISOS
           MOVE SPACES TO LINEA-OMISOS
           STRING "Corrida: " WS-FECHA-HOY " " WS-HORA-AHORA
               DELIMITED BY SIZE INTO LINEA-OMISOS
           WRITE LINEA-OMISOS
           MOVE ALL "=" TO LINEA-OMISOS
           WRITE LINEA-OMISOS
           MOVE SPACES TO LINEA-OMISOS
           STRING "EMPR. RAZON SOCIAL                 BASE  "
               "IMPUESTO BASE  MONTO ESTIMADO SITUACION"
               DELIMITED BY SIZE INTO LINEA-OMISOS
           WRITE LINEA-OMISOS
           PERFORM VARYING WS-IDX-PADRON-OMISO FROM 1 BY 1
                   UNTIL WS-IDX-PADRON-OMISO > WS-TOTAL-PADRON
               PERFORM EVALUAR-OMISO-PADRON
           END-PERFORM
           MOVE ALL "-" TO LINEA-OMISOS
           WRITE LINEA-OMISOS
           MOVE WS-TOT-ESTIMADO TO WS-MONTO-ED
           MOVE SPACES TO LINEA-OMISOS
           STRING "OMISOS: " WS-OMISOS-DETECTADOS
               "  NUEVOS: " WS-OMISOS-NUEVOS
               "  SIN BASE: " WS-OMISOS-SIN-BASE
               "  ESTIMADO: " WS-MONTO-ED
               DELIMITED BY SIZE INTO LINEA-OMISOS
           WRITE LINEA-OMISOS
           CLOSE ARCHIVO-OMISOS
           CLOSE ARCHIVO-NOTIFICA-OMISOS
           DISPLAY "Omisos detectados: " WS-OMISOS-DETECTADOS
               " (nuevos " WS-OMISOS-NUEVOS ") - ver OMISOS.RPT"
           DISPLAY "Estimaciones sustituidas por declaracion: "
               WS-ESTIMADOS-SUSTITUIDOS.

       EVALUAR-OMISO-PADRON.
           SET IDX-PADRON TO WS-IDX-PADRON-OMISO
           MOVE PTB-FECHA-ALTA(IDX-PADRON) TO WS-FECHA-ALTA-PAD
           IF PADRON-ACTIVA(IDX-PADRON) AND
              WS-ANIO-ALTA-PAD < WS-ANIO-HOY
               MOVE "N" TO WS-SW-DECLARO
               PERFORM VARYING IDX-VISTO FROM 1 BY 1
                       UNTIL IDX-VISTO > WS-TOTAL-VISTOS
                          OR EMPRESA-DECLARO
                   IF CV-CODIGO(IDX-VISTO) = PTB-CODIGO(IDX-PADRON)
                       SET EMPRESA-DECLARO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT EMPRESA-DECLARO
                   PERFORM ESTIMAR-OMISO
               END-IF
           END-IF.

       ESTIMAR-OMISO.
           *> Una estimación ya emitida para el ejercicio se conserva
           *> tal cual (la reemisión no la recalcula); una sustituida
           *> significa que la declaración llegó por corrección.
           MOVE PTB-CODIGO(IDX-PADRON) TO WS-CODIGO-PADRON
           PERFORM BUSCAR-ESTIMADO-EJERCICIO
           IF WS-IDX-ESTIMADO-ENC > 0
               SET IDX-ESTIMADO TO WS-IDX-ESTIMADO-ENC
               IF ESTIMADO-VIGENTE(IDX-ESTIMADO)
                   MOVE ETT-ANIO-BASE(IDX-ESTIMADO) TO WS-ANIO-BASE-EST
                   MOVE ETT-IMPUESTO-BASE(IDX-ESTIMADO)
                       TO WS-IMPUESTO-BASE-EST
                   MOVE ETT-MONTO(IDX-ESTIMADO) TO WS-MONTO-EST
                   MOVE "VIGENTE" TO WS-SITUACION-OMISO
                   IF WS-ANIO-BASE-EST = 0
                       ADD 1 TO WS-OMISOS-SIN-BASE
                   END-IF
                   PERFORM ESCRIBIR-OMISO
               END-IF
           ELSE
               PERFORM BUSCAR-BASE-ESTIMACION
               IF WS-ANIO-BASE-EST = 0
                   MOVE 0 TO WS-MONTO-EST
                   MOVE "SIN BASE" TO WS-SITUACION-OMISO
                   ADD 1 TO WS-OMISOS-SIN-BASE
               ELSE
                   COMPUTE WS-MONTO-EST ROUNDED =
                       WS-IMPUESTO-BASE-EST *
                       (1 + WS-PCT-AUMENTO-EST / 100)
                   MOVE "NUEVA" TO WS-SITUACION-OMISO
               END-IF
               IF WS-TOTAL-ESTIMADOS < 5000
                   ADD 1 TO WS-TOTAL-ESTIMADOS
                   SET IDX-ESTIMADO TO WS-TOTAL-ESTIMADOS
                   MOVE WS-CODIGO-PADRON TO ETT-CODIGO(IDX-ESTIMADO)
                   MOVE WS-ANIO-HOY TO ETT-EJERCICIO(IDX-ESTIMADO)
                   MOVE WS-ANIO-BASE-EST TO ETT-ANIO-BASE(IDX-ESTIMADO)
                   MOVE WS-IMPUESTO-BASE-EST
                       TO ETT-IMPUESTO-BASE(IDX-ESTIMADO)
                   MOVE WS-MONTO-EST TO ETT-MONTO(IDX-ESTIMADO)
                   MOVE WS-FECHA-HOY TO ETT-FECHA(IDX-ESTIMADO)
                   MOVE "E" TO ETT-ESTADO(IDX-ESTIMADO)
                   MOVE 0 TO ETT-FECHA-SUSTITUCION(IDX-ESTIMADO)
                   SET ESTIMADOS-CAMBIARON TO TRUE
                   ADD 1 TO WS-OMISOS-NUEVOS
                   PERFORM ESCRIBIR-OMISO
               ELSE
                   SET ESTIMADOS-DESBORDADOS TO TRUE
                   DISPLAY "ADVERTENCIA: sin espacio para estimar "
                       "a " WS-CODIGO-PADRON "; ESTIMADO.DAT no se "
                       "reescribe"
               END-IF
           END-IF.

       BUSCAR-BASE-ESTIMACION.
           *> El impuesto real más reciente de un ejercicio anterior
           *> (IMPUESTO.HIS); si no lo hay, la estimación anterior
           *> más reciente del mismo contribuyente.
           MOVE 0 TO WS-ANIO-BASE-EST
           MOVE 0 TO WS-IMPUESTO-BASE-EST
           PERFORM VARYING IDX-HIST FROM 1 BY 1
                   UNTIL IDX-HIST > WS-TOTAL-HISTORICO
               IF HIS-CODIGO(IDX-HIST) = WS-CODIGO-PADRON AND
                  HIS-ANIO(IDX-HIST) < WS-ANIO-HOY AND
                  HIS-ANIO(IDX-HIST) > WS-ANIO-BASE-EST
                   MOVE HIS-ANIO(IDX-HIST) TO WS-ANIO-BASE-EST
                   MOVE HIS-IMPUESTO(IDX-HIST) TO WS-IMPUESTO-BASE-EST
               END-IF
           END-PERFORM
           IF WS-ANIO-BASE-EST = 0
               PERFORM VARYING IDX-ESTIMADO FROM 1 BY 1
                       UNTIL IDX-ESTIMADO > WS-TOTAL-ESTIMADOS
                   IF ETT-CODIGO(IDX-ESTIMADO) = WS-CODIGO-PADRON AND
                      ETT-EJERCICIO(IDX-ESTIMADO) < WS-ANIO-HOY AND
                      ETT-EJERCICIO(IDX-ESTIMADO) > WS-ANIO-BASE-EST
                       MOVE ETT-EJERCICIO(IDX-ESTIMADO)
                           TO WS-ANIO-BASE-EST
                       MOVE ETT-MONTO(IDX-ESTIMADO)
                           TO WS-IMPUESTO-BASE-EST
                   END-IF
               END-PERFORM
           END-IF.

       ESCRIBIR-OMISO.
           ADD 1 TO WS-OMISOS-DETECTADOS
           ADD WS-MONTO-EST TO WS-TOT-ESTIMADO
           MOVE PTB-CODIGO(IDX-PADRON) TO LOM-CODIGO
           MOVE PTB-RAZON-SOCIAL(IDX-PADRON) TO LOM-RAZON-SOCIAL
           IF WS-ANIO-BASE-EST = 0
               MOVE "----" TO LOM-ANIO-BASE
           ELSE
               MOVE WS-ANIO-BASE-EST TO LOM-ANIO-BASE
           END-IF
           MOVE WS-IMPUESTO-BASE-EST TO LOM-IMPUESTO-BASE
           MOVE WS-MONTO-EST TO LOM-MONTO
           MOVE WS-SITUACION-OMISO TO LOM-SITUACION
           WRITE LINEA-OMISOS FROM LINEA-OMISO-DET
           PERFORM ESCRIBIR-REQUERIMIENTO-OMISO.

       ESCRIBIR-REQUERIMIENTO-OMISO.
           *> Requerimiento al omiso, con el mismo encabezado y
           *> plazo de pago que la notificación de liquidación.
           PERFORM CALCULAR-FECHA-PAGO
           MOVE ALL "=" TO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO
           MOVE SPACES TO LINEA-NOTIFICA-OMISO
           STRING "REQUERIMIENTO POR OMISION - EJERCICIO "
               WS-ANIO-HOY
               DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO
           MOVE SPACES TO LINEA-NOTIFICA-OMISO
           STRING "REFERENCIA: " PTB-CODIGO(IDX-PADRON) "-"
               WS-FECHA-HOY "-E"
               DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO
           MOVE SPACES TO LINEA-NOTIFICA-OMISO
           STRING "CONTRIBUYENTE: " PTB-CODIGO(IDX-PADRON) " "
               PTB-RAZON-SOCIAL(IDX-PADRON)
               DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO
           MOVE SPACES TO LINEA-NOTIFICA-OMISO
           STRING "IDENTIFICACION FISCAL: "
               PTB-ID-FISCAL(IDX-PADRON)
               DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO
           MOVE SPACES TO LINEA-NOTIFICA-OMISO
           STRING "DOMICILIO: " PTB-DIRECCION(IDX-PADRON)
               DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO
           MOVE SPACES TO LINEA-NOTIFICA-OMISO
           STRING "           " PTB-LOCALIDAD(IDX-PADRON)
               DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO
           MOVE "NO SE RECIBIO SU DECLARACION DEL EJERCICIO."
               TO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO
           IF WS-ANIO-BASE-EST = 0
               MOVE SPACES TO LINEA-NOTIFICA-OMISO
               STRING "SIN ANTECEDENTES PARA ESTIMAR: PRESENTE SU "
                   "DECLARACION."
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
               WRITE LINEA-NOTIFICA-OMISO
           ELSE
               MOVE SPACES TO LINEA-NOTIFICA-OMISO
               STRING "IMPUESTO DEL EJERCICIO " WS-ANIO-BASE-EST ": "
                   WS-IMPUESTO-BASE-EST
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
               WRITE LINEA-NOTIFICA-OMISO
               MOVE SPACES TO LINEA-NOTIFICA-OMISO
               STRING "ESTIMACION PRESUNTIVA:  " WS-MONTO-EST
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
               WRITE LINEA-NOTIFICA-OMISO
               MOVE SPACES TO LINEA-NOTIFICA-OMISO
               STRING "FECHA LIMITE DE PAGO:  " WS-FECHA-PAGO
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
               WRITE LINEA-NOTIFICA-OMISO
           END-IF
           MOVE SPACES TO LINEA-NOTIFICA-OMISO
           STRING "LA DECLARACION REAL PRESENTADA SUSTITUYE ESTA "
               "ESTIMACION."
               DELIMITED BY SIZE INTO LINEA-NOTIFICA-OMISO
           WRITE LINEA-NOTIFICA-OMISO.

       GUARDAR-ESTIMADOS.
           IF ESTIMADOS-CAMBIARON AND NOT ESTIMADOS-DESBORDADOS
               OPEN OUTPUT ARCHIVO-ESTIMADOS
               PERFORM VARYING IDX-ESTIMADO FROM 1 BY 1
                       UNTIL IDX-ESTIMADO > WS-TOTAL-ESTIMADOS
                   WRITE REGISTRO-ESTIMADO
                       FROM ESTIMADO-ITEM(IDX-ESTIMADO)
               END-PERFORM
               CLOSE ARCHIVO-ESTIMADOS
           END-IF.

       CARGAR-PARAM-PERDIDAS.
           OPEN INPUT ARCHIVO-PARAM-PERDIDAS
           IF WS-STATUS-PARAM-PERD = "00"
               READ ARCHIVO-PARAM-PERDIDAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAP-ANIOS-LIMITE IS NUMERIC AND
                          PAP-ANIOS-LIMITE > 0
                           MOVE PAP-ANIOS-LIMITE TO WS-ANIOS-PERDIDA
                       ELSE
                           DISPLAY "AVISO: PERDIDAS.PAR invalido, "
                               "plazo de " WS-ANIOS-PERDIDA " años"
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAM-PERDIDAS
           END-IF
           DISPLAY "Plazo para amortizar perdidas: "
               WS-ANIOS-PERDIDA " años".

       CARGAR-PERDIDAS.
           *> Sin PERDIDAS.DAT no hay pérdidas por amortizar; la
           *> primera corrida oficial lo crea con las de su ejercicio.
           MOVE 0 TO WS-TOTAL-PERDIDAS
           MOVE "N" TO EOF-PERDIDAS
           OPEN INPUT ARCHIVO-PERDIDAS
           IF WS-STATUS-PERDIDAS = "00"
               PERFORM UNTIL FIN-PERDIDAS
                   READ ARCHIVO-PERDIDAS
                       AT END
                           SET FIN-PERDIDAS TO TRUE
                       NOT AT END
                           PERFORM ANOTAR-PERDIDA-CARGADA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PERDIDAS
               DISPLAY "Perdidas por amortizar cargadas: "
                   WS-TOTAL-PERDIDAS " linea(s)"
               IF PERDIDAS-DESBORDADAS
                   DISPLAY "ADVERTENCIA: PERDIDAS.DAT tiene mas de "
                       "5000 lineas; las que no cupieron no se "
                       "amortizan y el archivo no se reescribe"
               END-IF
           ELSE
               DISPLAY "AVISO: PERDIDAS.DAT no encontrado, sin "
                   "perdidas de ejercicios anteriores"
           END-IF.

       ANOTAR-PERDIDA-CARGADA.
           IF WS-TOTAL-PERDIDAS < 5000
               ADD 1 TO WS-TOTAL-PERDIDAS
               SET IDX-PERDIDA TO WS-TOTAL-PERDIDAS
               MOVE PRD-CODIGO TO PRT-CODIGO(IDX-PERDIDA)
               MOVE PRD-ANIO-ORIGEN TO PRT-ANIO-ORIGEN(IDX-PERDIDA)
               MOVE PRD-MONTO TO PRT-MONTO(IDX-PERDIDA)
               MOVE PRD-AMORTIZADO TO PRT-AMORTIZADO(IDX-PERDIDA)
               MOVE PRD-USO-EJERCICIO
                   TO PRT-USO-EJERCICIO(IDX-PERDIDA)
               MOVE PRD-EJERCICIO-USO
                   TO PRT-EJERCICIO-USO(IDX-PERDIDA)
           ELSE
               SET PERDIDAS-DESBORDADAS TO TRUE
               SET FIN-PERDIDAS TO TRUE
           END-IF.

       PREPARAR-PERDIDAS-EMPRESA.
           *> Deja las pérdidas de la empresa listas para el
           *> ejercicio: lo usado en un ejercicio anterior pasa a
           *> amortizado, lo usado en este se vuelve a calcular, y la
           *> pérdida del propio ejercicio se anota (o se anula si
           *> la cifra corregida ya no es pérdida).
           MOVE ZERO TO WS-PERDIDA-ANIO-EMP
           MOVE ZERO TO WS-PERDIDA-APLICADA-EMP
           MOVE ZERO TO WS-PERDIDA-REMANENTE-EMP
           MOVE ZERO TO WS-PERDIDA-VENCIDA-EMP
           MOVE 0 TO WS-IDX-PERDIDA-ANIO
           PERFORM VARYING IDX-PERDIDA FROM 1 BY 1
                   UNTIL IDX-PERDIDA > WS-TOTAL-PERDIDAS
               IF PRT-CODIGO(IDX-PERDIDA) = EMP-CODIGO
                   PERFORM PREPARAR-UNA-PERDIDA
               END-IF
           END-PERFORM
           IF WS-UTIL-BRUTA < ZERO
               COMPUTE WS-PERDIDA-ANIO-EMP = 0 - WS-UTIL-BRUTA
               IF WS-IDX-PERDIDA-ANIO = 0
                   IF WS-TOTAL-PERDIDAS < 5000
                       ADD 1 TO WS-TOTAL-PERDIDAS
                       MOVE WS-TOTAL-PERDIDAS TO WS-IDX-PERDIDA-ANIO
                       SET IDX-PERDIDA TO WS-IDX-PERDIDA-ANIO
                       MOVE EMP-CODIGO TO PRT-CODIGO(IDX-PERDIDA)
                       MOVE WS-ANIO-HOY
                           TO PRT-ANIO-ORIGEN(IDX-PERDIDA)
                       MOVE 0 TO PRT-AMORTIZADO(IDX-PERDIDA)
                       MOVE 0 TO PRT-USO-EJERCICIO(IDX-PERDIDA)
                       MOVE WS-ANIO-HOY
                           TO PRT-EJERCICIO-USO(IDX-PERDIDA)
                   ELSE
                       SET PERDIDAS-DESBORDADAS TO TRUE
                       DISPLAY "ADVERTENCIA: sin espacio para la "
                           "perdida de " EMP-CODIGO
                           "; PERDIDAS.DAT no se reescribe"
                   END-IF
               END-IF
               ADD WS-PERDIDA-ANIO-EMP TO WS-TOT-PERDIDA-GENERADA
           END-IF
           IF WS-IDX-PERDIDA-ANIO > 0
               SET IDX-PERDIDA TO WS-IDX-PERDIDA-ANIO
               MOVE WS-PERDIDA-ANIO-EMP TO PRT-MONTO(IDX-PERDIDA)
           END-IF.

       PREPARAR-UNA-PERDIDA.
           IF PRT-ANIO-ORIGEN(IDX-PERDIDA) = WS-ANIO-HOY
               MOVE IDX-PERDIDA TO WS-IDX-PERDIDA-ANIO
           END-IF
           IF PRT-EJERCICIO-USO(IDX-PERDIDA) NOT = WS-ANIO-HOY
               ADD PRT-USO-EJERCICIO(IDX-PERDIDA)
                   TO PRT-AMORTIZADO(IDX-PERDIDA)
               MOVE WS-ANIO-HOY TO PRT-EJERCICIO-USO(IDX-PERDIDA)
           END-IF
           MOVE 0 TO PRT-USO-EJERCICIO(IDX-PERDIDA)
           *> Pasado el plazo legal lo no amortizado se pierde.
           IF PRT-ANIO-ORIGEN(IDX-PERDIDA) + WS-ANIOS-PERDIDA <
              WS-ANIO-HOY AND
              PRT-MONTO(IDX-PERDIDA) > PRT-AMORTIZADO(IDX-PERDIDA)
               COMPUTE WS-PERDIDA-VENCIDA-EMP =
                   WS-PERDIDA-VENCIDA-EMP +
                   PRT-MONTO(IDX-PERDIDA) - PRT-AMORTIZADO(IDX-PERDIDA)
           END-IF.

       AMORTIZAR-PERDIDAS.
           *> Contra WS-UTIL-GRAVABLE, de la pérdida más antigua a la
           *> más nueva, hasta agotar la base o las pérdidas.
           MOVE 1 TO WS-IDX-PERDIDA-ANTIGUA
           PERFORM UNTIL WS-UTIL-GRAVABLE = ZERO
                      OR WS-IDX-PERDIDA-ANTIGUA = 0
               PERFORM BUSCAR-PERDIDA-ANTIGUA
               IF WS-IDX-PERDIDA-ANTIGUA > 0
                   PERFORM AMORTIZAR-UNA-PERDIDA
               END-IF
           END-PERFORM.

       BUSCAR-PERDIDA-ANTIGUA.
           *> Solo pérdidas de ejercicios anteriores y dentro del
           *> plazo, con saldo.
           MOVE 0 TO WS-IDX-PERDIDA-ANTIGUA
           PERFORM VARYING IDX-PERDIDA FROM 1 BY 1
                   UNTIL IDX-PERDIDA > WS-TOTAL-PERDIDAS
               IF PRT-CODIGO(IDX-PERDIDA) = EMP-CODIGO AND
                  PRT-ANIO-ORIGEN(IDX-PERDIDA) < WS-ANIO-HOY AND
                  PRT-ANIO-ORIGEN(IDX-PERDIDA) + WS-ANIOS-PERDIDA >=
                  WS-ANIO-HOY AND
                  PRT-MONTO(IDX-PERDIDA) >
                  PRT-AMORTIZADO(IDX-PERDIDA) +
                  PRT-USO-EJERCICIO(IDX-PERDIDA)
                   IF WS-IDX-PERDIDA-ANTIGUA = 0
                       MOVE IDX-PERDIDA TO WS-IDX-PERDIDA-ANTIGUA
                   ELSE
                   IF PRT-ANIO-ORIGEN(IDX-PERDIDA) <
                      PRT-ANIO-ORIGEN(WS-IDX-PERDIDA-ANTIGUA)
                       MOVE IDX-PERDIDA TO WS-IDX-PERDIDA-ANTIGUA
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       AMORTIZAR-UNA-PERDIDA.
           SET IDX-PERDIDA TO WS-IDX-PERDIDA-ANTIGUA
           COMPUTE WS-PERDIDA-DISPONIBLE =
               PRT-MONTO(IDX-PERDIDA) - PRT-AMORTIZADO(IDX-PERDIDA) -
               PRT-USO-EJERCICIO(IDX-PERDIDA)
           IF WS-UTIL-GRAVABLE < WS-PERDIDA-DISPONIBLE
               MOVE WS-UTIL-GRAVABLE TO WS-PERDIDA-DISPONIBLE
           END-IF
           ADD WS-PERDIDA-DISPONIBLE TO PRT-USO-EJERCICIO(IDX-PERDIDA)
           ADD WS-PERDIDA-DISPONIBLE TO WS-PERDIDA-APLICADA-EMP
           SUBTRACT WS-PERDIDA-DISPONIBLE FROM WS-UTIL-GRAVABLE.

       CALCULAR-PERDIDA-REMANENTE.
           *> Lo que queda por amortizar en ejercicios futuros,
           *> incluida la pérdida de este ejercicio.
           MOVE ZERO TO WS-PERDIDA-REMANENTE-EMP
           PERFORM VARYING IDX-PERDIDA FROM 1 BY 1
                   UNTIL IDX-PERDIDA > WS-TOTAL-PERDIDAS
               IF PRT-CODIGO(IDX-PERDIDA) = EMP-CODIGO AND
                  PRT-ANIO-ORIGEN(IDX-PERDIDA) + WS-ANIOS-PERDIDA >=
                  WS-ANIO-HOY
                   COMPUTE WS-PERDIDA-REMANENTE-EMP =
                       WS-PERDIDA-REMANENTE-EMP +
                       PRT-MONTO(IDX-PERDIDA) -
                       PRT-AMORTIZADO(IDX-PERDIDA) -
                       PRT-USO-EJERCICIO(IDX-PERDIDA)
               END-IF
           END-PERFORM
           ADD WS-PERDIDA-APLICADA-EMP TO WS-TOT-PERDIDA-APLICADA
           ADD WS-PERDIDA-VENCIDA-EMP TO WS-TOT-PERDIDA-VENCIDA.

       GUARDAR-PERDIDAS.
           *> Se omiten las pérdidas ya agotadas en ejercicios
           *> cerrados, las vencidas y las anuladas por corrección.
           IF PERDIDAS-DESBORDADAS
               DISPLAY "ADVERTENCIA: PERDIDAS.DAT no se reescribe "
                   "(mas de 5000 lineas); revisar a mano"
           ELSE
               MOVE 0 TO WS-PERDIDAS-GRABADAS
               OPEN OUTPUT ARCHIVO-PERDIDAS
               PERFORM VARYING IDX-PERDIDA FROM 1 BY 1
                       UNTIL IDX-PERDIDA > WS-TOTAL-PERDIDAS
                   IF PRT-MONTO(IDX-PERDIDA) >
                      PRT-AMORTIZADO(IDX-PERDIDA) AND
                      PRT-ANIO-ORIGEN(IDX-PERDIDA) + WS-ANIOS-PERDIDA
                      >= WS-ANIO-HOY
                       MOVE PRT-CODIGO(IDX-PERDIDA) TO PRD-CODIGO
                       MOVE PRT-ANIO-ORIGEN(IDX-PERDIDA)
                           TO PRD-ANIO-ORIGEN
                       MOVE PRT-MONTO(IDX-PERDIDA) TO PRD-MONTO
                       MOVE PRT-AMORTIZADO(IDX-PERDIDA)
                           TO PRD-AMORTIZADO
                       MOVE PRT-USO-EJERCICIO(IDX-PERDIDA)
                           TO PRD-USO-EJERCICIO
                       MOVE PRT-EJERCICIO-USO(IDX-PERDIDA)
                           TO PRD-EJERCICIO-USO
                       WRITE REGISTRO-PERDIDA
                       ADD 1 TO WS-PERDIDAS-GRABADAS
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-PERDIDAS
               DISPLAY "Perdidas por amortizar: "
                   WS-PERDIDAS-GRABADAS " linea(s) en PERDIDAS.DAT"
           END-IF.

       CALCULAR-POR-TRAMOS.
                       TO RES-CODIGO(IDX-RESULTADO)
                   MOVE HIS-IMPUESTO(IDX-HIST)
                       TO RES-IMPUESTO(IDX-RESULTADO)
                   MOVE HIS-FECHA-CORR(IDX-HIST)
                       TO RES-FECHA-CORR(IDX-RESULTADO)
               END-IF
           END-PERFORM.

           *> CALCULAR-IMPUESTO-EMPRESA ya agregó la empresa al final
           *> de TABLA-RESULTADOS-ANIO; si venía precargada del
           *> histórico, la cifra nueva reemplaza a la vieja para no
           *> duplicarla en IMPUESTO.HIS. La línea que queda lleva la
           *> fecha de hoy como fecha de corrección.
           MOVE "N" TO WS-SW-RES-PREVIO
           MOVE 0 TO WS-IDX-RES-PREVIO
           PERFORM VARYING IDX-RESULTADO FROM 1 BY 1
               MOVE RES-IMPUESTO(IDX-RESULTADO)
                   TO RES-IMPUESTO(WS-IDX-RES-PREVIO)
               SUBTRACT 1 FROM WS-TOTAL-RESULTADOS
               MOVE WS-FECHA-HOY TO RES-FECHA-CORR(WS-IDX-RES-PREVIO)
           ELSE
               SET IDX-RESULTADO TO WS-TOTAL-RESULTADOS
               IF RES-CODIGO(IDX-RESULTADO) = EMP-CODIGO
                   MOVE WS-FECHA-HOY TO RES-FECHA-CORR(IDX-RESULTADO)
               END-IF
           END-IF.

       MARCAR-RECHAZOS-RESUELTOS.
           END-IF.

       REGISTRAR-RECHAZO.
           *> Mismo trazado fijo para los tres motivos (el código en
           *> 10-14 e INVALIDO en 58-65), que es lo que relee
           *> MARCAR-LINEA-REJ al resolver una corrección.
           EVALUATE WS-MOTIVO-RECHAZO
               WHEN "N"
                   DISPLAY "ERROR: EMPRESA " EMP-CODIGO
                       " NO INSCRITA EN EL PADRON - excluida de "
                       "totales"
                   MOVE SPACES TO LINEA-RECHAZO
                   STRING "EMPRESA: " EMP-CODIGO " - " EMP-NOMBRE
                       " PADRON:N INVALIDO FECHA:" WS-FECHA-HOY
                       DELIMITED BY SIZE INTO LINEA-RECHAZO
               WHEN "D"
                   DISPLAY "ERROR: EMPRESA " EMP-CODIGO
                       " DADA DE BAJA EN EL PADRON - excluida de "
                       "totales"
                   MOVE SPACES TO LINEA-RECHAZO
                   STRING "EMPRESA: " EMP-CODIGO " - " EMP-NOMBRE
                       " PADRON:D INVALIDO FECHA:" WS-FECHA-HOY
                       DELIMITED BY SIZE INTO LINEA-RECHAZO
               WHEN OTHER
                   DISPLAY "ERROR: TIPO NO VALIDO EN EMPRESA "
                       EMP-CODIGO " (" EMP-TIPO ") - excluida de "
                       "totales"
                   STRING "EMPRESA: " EMP-CODIGO " - " EMP-NOMBRE
                       " TIPO:'" EMP-TIPO "' INVALIDO FECHA:"
                       WS-FECHA-HOY
                       DELIMITED BY SIZE INTO LINEA-RECHAZO
           END-EVALUATE
           DISPLAY " "
           WRITE LINEA-RECHAZO.

       MOSTRAR-CALCULO.
           DISPLAY "EMPRESA: " EMP-CODIGO " - " EMP-NOMBRE
           IF WS-IDX-PADRON-EMP > 0
               IF PADRON-SUSPENDIDA(WS-IDX-PADRON-EMP)
                   DISPLAY "  PADRON: SUSPENDIDA DESDE "
                       PTB-FECHA-ESTADO(WS-IDX-PADRON-EMP)
               END-IF
           END-IF
           DISPLAY "  INGRESOS: " EMP-INGRESOS
           DISPLAY "  GASTOS: " EMP-GASTOS
           MOVE WS-UTIL-BRUTA TO WS-UTIL-BRUTA-ED
                           "0.00"
                   ELSE
                       DISPLAY "  TASA DE REGIMEN: " WS-TASA-REGIMEN
                       IF WS-PERDIDA-APLICADA-EMP > ZERO
                           DISPLAY "  PERDIDAS AMORTIZADAS: "
                               WS-PERDIDA-APLICADA-EMP
                       END-IF
                       DISPLAY "  UTILIDAD GRAVABLE: "
                           WS-UTIL-GRAVABLE
                       DISPLAY "  IMPUESTO A PAGAR: "
                       DISPLAY "  TASA APLICADA: " WS-TASA-IMPUESTO
                   END-IF
                   DISPLAY "  DEDUCCION: " WS-DEDUCCION
                   IF WS-PERDIDA-APLICADA-EMP > ZERO
                       DISPLAY "  PERDIDAS AMORTIZADAS: "
                           WS-PERDIDA-APLICADA-EMP
                   END-IF
                   DISPLAY "  UTILIDAD GRAVABLE: " WS-UTIL-GRAVABLE
                   IF TRAMOS-ACTIVOS AND WS-TOTAL-DET-TRAMOS > 0
                       PERFORM MOSTRAR-DETALLE-TRAMOS
               END-IF
               END-IF
           END-IF
           IF WS-PERDIDA-REMANENTE-EMP > ZERO
               DISPLAY "  PERDIDAS POR AMORTIZAR: "
                   WS-PERDIDA-REMANENTE-EMP
           END-IF
           IF WS-PERDIDA-VENCIDA-EMP > ZERO
               DISPLAY "  PERDIDAS VENCIDAS (PLAZO " WS-ANIOS-PERDIDA
                   " AÑOS): " WS-PERDIDA-VENCIDA-EMP
           END-IF

           PERFORM LIQUIDAR-ACCESORIOS-EMPRESA
           PERFORM APLICAR-CREDITOS-EMPRESA
           END-IF

           IF NOT MODO-SIMULACION
               PERFORM SUSTITUIR-ESTIMADO-EMPRESA
               PERFORM GENERAR-NOTIFICACION
           END-IF

               PERFORM EXPORTAR-EXTRACTO-CONTABLE
               PERFORM ACUMULAR-TRANSMISION
               PERFORM ACUMULAR-ANTICIPO
               PERFORM ACTUALIZAR-CUENTA-EMPRESA
           END-IF.

       GENERAR-NOTIFICACION.
           STRING "REFERENCIA: " EMP-CODIGO "-" WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-NOTIFICA
           WRITE LINEA-NOTIFICA
           *> Con padrón, la notificación va a nombre y domicilio
           *> inscritos, no al nombre que trae la declaración.
           IF WS-IDX-PADRON-EMP > 0
               SET IDX-PADRON TO WS-IDX-PADRON-EMP
               MOVE SPACES TO LINEA-NOTIFICA
               STRING "CONTRIBUYENTE: " EMP-CODIGO " "
                   PTB-RAZON-SOCIAL(IDX-PADRON)
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA
               WRITE LINEA-NOTIFICA
               MOVE SPACES TO LINEA-NOTIFICA
               STRING "IDENTIFICACION FISCAL: "
                   PTB-ID-FISCAL(IDX-PADRON)
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA
               WRITE LINEA-NOTIFICA
               MOVE SPACES TO LINEA-NOTIFICA
               STRING "DOMICILIO: " PTB-DIRECCION(IDX-PADRON)
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA
               WRITE LINEA-NOTIFICA
               MOVE SPACES TO LINEA-NOTIFICA
               STRING "           " PTB-LOCALIDAD(IDX-PADRON)
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA
               WRITE LINEA-NOTIFICA
               IF PADRON-SUSPENDIDA(IDX-PADRON)
                   MOVE SPACES TO LINEA-NOTIFICA
                   STRING "ESTADO EN PADRON: SUSPENDIDA DESDE "
                       PTB-FECHA-ESTADO(IDX-PADRON)
                       DELIMITED BY SIZE INTO LINEA-NOTIFICA
                   WRITE LINEA-NOTIFICA
               END-IF
           ELSE
               MOVE SPACES TO LINEA-NOTIFICA
               STRING "CONTRIBUYENTE: " EMP-CODIGO " " EMP-NOMBRE
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA
               WRITE LINEA-NOTIFICA
           END-IF
           MOVE SPACES TO LINEA-NOTIFICA
           STRING "INGRESOS DECLARADOS:   " EMP-INGRESOS
               DELIMITED BY SIZE INTO LINEA-NOTIFICA
               DELIMITED BY SIZE INTO LINEA-NOTIFICA
           WRITE LINEA-NOTIFICA
           MOVE SPACES TO LINEA-NOTIFICA
           STRING "PERDIDAS AMORTIZADAS:  " WS-PERDIDA-APLICADA-EMP
               DELIMITED BY SIZE INTO LINEA-NOTIFICA
           WRITE LINEA-NOTIFICA
           MOVE SPACES TO LINEA-NOTIFICA
           STRING "BASE GRAVABLE:         " WS-UTIL-GRAVABLE
               DELIMITED BY SIZE INTO LINEA-NOTIFICA
           WRITE LINEA-NOTIFICA
           MOVE SPACES TO LINEA-NOTIFICA
           STRING "PERDIDAS POR AMORTIZAR:" WS-PERDIDA-REMANENTE-EMP
               DELIMITED BY SIZE INTO LINEA-NOTIFICA
           WRITE LINEA-NOTIFICA
           IF WS-PERDIDA-VENCIDA-EMP > ZERO
               MOVE SPACES TO LINEA-NOTIFICA
               STRING "PERDIDAS VENCIDAS:     " WS-PERDIDA-VENCIDA-EMP
                   " (PLAZO " WS-ANIOS-PERDIDA " AÑOS)"
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA
               WRITE LINEA-NOTIFICA
           END-IF
           IF NOT TRAMOS-ACTIVOS
               MOVE SPACES TO LINEA-NOTIFICA
               STRING "TASA APLICADA:         " WS-TASA-IMPUESTO
                   TO LINEA-NOTIFICA
               WRITE LINEA-NOTIFICA
           END-IF
           IF SUSTITUYE-ESTIMADO
               MOVE SPACES TO LINEA-NOTIFICA
               STRING "SUSTITUYE LA ESTIMACION PRESUNTIVA DE "
                   ETT-MONTO(WS-IDX-ESTIMADO-ENC)
                   DELIMITED BY SIZE INTO LINEA-NOTIFICA
               WRITE LINEA-NOTIFICA
           END-IF
           IF PLAN-GENERADO
               MOVE "PLAN DE PAGOS EN PARCIALIDADES OFRECIDO:"
                   TO LINEA-NOTIFICA
       CARGAR-PARAM-PLAN.
           *> Sin PLANPAGO.PAR no se ofrecen planes, como hasta hoy
           *> (se negociaban en papel con calculadora).
           MOVE "PLANPAGO.PAR" TO WS-VER-CONJUNTO
           MOVE WS-FECHA-HOY TO WS-VER-FECHA
           PERFORM SELECCIONAR-VERSION-PARAM
           MOVE WS-VER-NOMBRE TO WS-NOMBRE-PARAM-PLAN
           MOVE WS-VER-DESCRIPCION TO WS-VER-DESC-PLAN
           OPEN INPUT ARCHIVO-PARAM-PLAN
           IF WS-STATUS-PARAM-PLAN = "00"
               READ ARCHIVO-PARAM-PLAN
                   AT END
                       DISPLAY "AVISO: " WS-NOMBRE-PARAM-PLAN
                           " vacio, sin planes de pago"
                   NOT AT END
                       SET PLANES-HABILITADOS TO TRUE
                       MOVE PPL-MONTO-MINIMO TO WS-MONTO-MINIMO-PLAN
               CLOSE ARCHIVO-PARAM-PLAN
           END-IF.

       SELECCIONAR-VERSION-PARAM.
           *> Versión de WS-VER-CONJUNTO vigente a WS-VER-FECHA según
           *> PARAMVER.DAT: la de mayor vigencia no posterior a la
           *> fecha y, a igual vigencia, la de número más alto. Sin
           *> versiones registradas se lee el archivo vivo.
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
           DISPLAY "Parametros: " WS-VER-DESCRIPCION.

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

       CARGAR-PLANES-ACTIVOS.
           *> Empresas con cuotas "A" vigentes en PLANPAGO.DAT: en
           *> esta corrida se reportan como en plan y no se les
           *> genera otro encima. Todas las cuotas quedan además en
           *> la cartera, para aplicarles los pagos.
           MOVE 0 TO WS-TOTAL-PLANES
           MOVE 0 TO WS-TOTAL-CARTERA
           MOVE "N" TO EOF-PLANES
           OPEN INPUT ARCHIVO-PLANES
           IF WS-STATUS-PLANES = "00"
                           IF PLN-ESTADO = "A"
                               PERFORM ANOTAR-PLAN-ACTIVO
                           END-IF
                           PERFORM ANOTAR-CUOTA-CARTERA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PLANES
               END-IF
           END-IF.

       ANOTAR-CUOTA-CARTERA.
           IF WS-TOTAL-CARTERA < 6000
               ADD 1 TO WS-TOTAL-CARTERA
               SET IDX-CARTERA TO WS-TOTAL-CARTERA
               MOVE PLN-CODIGO TO CPL-CODIGO(IDX-CARTERA)
               MOVE PLN-CUOTA TO CPL-CUOTA(IDX-CARTERA)
               MOVE PLN-FECHA-VENCE TO CPL-FECHA-VENCE(IDX-CARTERA)
               MOVE PLN-MONTO TO CPL-MONTO(IDX-CARTERA)
               MOVE PLN-ESTADO TO CPL-ESTADO(IDX-CARTERA)
               MOVE 0 TO CPL-PAGADO(IDX-CARTERA)
               MOVE 0 TO CPL-FECHA-PAGO(IDX-CARTERA)
               MOVE 0 TO CPL-EJERCICIO(IDX-CARTERA)
               IF PLN-PAGADO IS NUMERIC
                   MOVE PLN-PAGADO TO CPL-PAGADO(IDX-CARTERA)
               END-IF
               IF PLN-FECHA-PAGO IS NUMERIC
                   MOVE PLN-FECHA-PAGO TO CPL-FECHA-PAGO(IDX-CARTERA)
               END-IF
               IF PLN-EJERCICIO IS NUMERIC
                   MOVE PLN-EJERCICIO TO CPL-EJERCICIO(IDX-CARTERA)
               END-IF
           ELSE
               SET CARTERA-DESBORDADA TO TRUE
           END-IF.

       VERIFICAR-PLAN-VIGENTE.
           MOVE "N" TO WS-SW-PLAN-VIGENTE
           PERFORM VARYING IDX-PLAN FROM 1 BY 1
               MOVE CUO-FECHA(WS-IDX-CUOTA) TO PLN-FECHA-VENCE
               MOVE CUO-MONTO(WS-IDX-CUOTA) TO PLN-MONTO
               MOVE "A" TO PLN-ESTADO
               MOVE 0 TO PLN-PAGADO
               MOVE 0 TO PLN-FECHA-PAGO
               MOVE WS-ANIO-HOY TO PLN-EJERCICIO
               PERFORM ANOTAR-CUOTA-CARTERA
               WRITE REGISTRO-PLAN
           END-PERFORM
           CLOSE ARCHIVO-PLANES

           *> R1: tasa efectiva por debajo del umbral en una empresa
           *> gravada (sin exención de ley ni de régimen).
           *> La pérdida amortizada es una rebaja legítima: la tasa
           *> se mide sobre la utilidad que quedó después de ella.
           COMPUTE WS-BASE-TASA-EFECT =
               WS-UTIL-BRUTA - WS-PERDIDA-APLICADA-EMP
           IF WS-UTIL-BRUTA > LIMITE-EXENCION AND
              WS-BASE-TASA-EFECT > ZERO AND
              WS-EXENTO-REGIMEN NOT = "S"
               COMPUTE WS-TASA-EFECT-EMP ROUNDED =
                   (WS-IMPUESTO-CALC / WS-BASE-TASA-EFECT) * 100
               IF WS-TASA-EFECT-EMP < UMBRAL-TASA-EFECTIVA
                   ADD 1 TO WS-SCORE-EMP
                   ADD 1 TO REGLA1-DISPAROS
                       TO SEL-TAB-SCORE(IDX-SELECCION)
                   MOVE WS-REGLAS-EMP
                       TO SEL-TAB-REGLAS(IDX-SELECCION)
                   MOVE EMP-NOMBRE TO SEL-TAB-NOMBRE(IDX-SELECCION)
                   MOVE EMP-INGRESOS
                       TO SEL-TAB-INGRESOS(IDX-SELECCION)
                   MOVE EMP-GASTOS TO SEL-TAB-GASTOS(IDX-SELECCION)
                   MOVE EMP-TIPO TO SEL-TAB-TIPO(IDX-SELECCION)
                   MOVE WS-IMPUESTO-CALC
                       TO SEL-TAB-IMPUESTO(IDX-SELECCION)
               END-IF
           END-IF.

               MOVE SEL-TAB-CODIGO(IDX-SELECCION) TO SEL-CODIGO
               MOVE SEL-TAB-SCORE(IDX-SELECCION) TO SEL-SCORE
               MOVE SEL-TAB-REGLAS(IDX-SELECCION) TO SEL-REGLAS
               MOVE WS-ANIO-HOY TO SEL-EJERCICIO
               MOVE SEL-TAB-NOMBRE(IDX-SELECCION) TO SEL-NOMBRE
               MOVE SEL-TAB-INGRESOS(IDX-SELECCION) TO SEL-INGRESOS
               MOVE SEL-TAB-GASTOS(IDX-SELECCION) TO SEL-GASTOS
               MOVE SEL-TAB-TIPO(IDX-SELECCION) TO SEL-TIPO
               MOVE SEL-TAB-IMPUESTO(IDX-SELECCION) TO SEL-IMPUESTO
               WRITE REGISTRO-SELECCION
           END-PERFORM
           CLOSE ARCHIVO-SELECCION
           MOVE WS-CREDITOS-EMP TO EXT-CREDITOS
           MOVE WS-IMPUESTO-NETO TO EXT-NETO
           MOVE WS-ESTADO-SALDO(1:1) TO EXT-ESTADO
           MOVE WS-PERDIDA-APLICADA-EMP TO EXT-PERDIDA-APLICADA
           MOVE WS-PERDIDA-REMANENTE-EMP TO EXT-PERDIDA-REMANENTE
           WRITE REGISTRO-EXTRACTO FROM LINEA-EXTRACTO.

       COMPARAR-ANIO-ANTERIOR.
               END-IF
           END-IF

           IF WS-PERDIDA-APLICADA-EMP > ZERO OR
              WS-PERDIDA-REMANENTE-EMP > ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  PERDIDAS AMORTIZADAS: "
                   WS-PERDIDA-APLICADA-EMP
                   "  POR AMORTIZAR: " WS-PERDIDA-REMANENTE-EMP
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           IF WS-PERDIDA-VENCIDA-EMP > ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  PERDIDAS VENCIDAS: " WS-PERDIDA-VENCIDA-EMP
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF

           IF CORRIDA-TARDIA AND WS-IMPUESTO-CALC > ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "  RECARGO: " WS-RECARGO-EMP
               DISPLAY "PLANES DE PAGO GENERADOS: "
                   WS-PLANES-GENERADOS
           END-IF
           IF WS-TOT-PERDIDA-GENERADA > ZERO OR
              WS-TOT-PERDIDA-APLICADA > ZERO OR
              WS-TOT-PERDIDA-VENCIDA > ZERO
               DISPLAY "PERDIDAS DEL EJERCICIO: "
                   WS-TOT-PERDIDA-GENERADA
               DISPLAY "PERDIDAS AMORTIZADAS: "
                   WS-TOT-PERDIDA-APLICADA
                   "  VENCIDAS: " WS-TOT-PERDIDA-VENCIDA
           END-IF
           DISPLAY "==================================================".
           MOVE "=================================================="
               TO LINEA-REPORTE
               "  CUBIERTO: " WS-EMP-CUBIERTO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           IF WS-TOT-PERDIDA-GENERADA > ZERO OR
              WS-TOT-PERDIDA-APLICADA > ZERO OR
              WS-TOT-PERDIDA-VENCIDA > ZERO
               MOVE SPACES TO LINEA-REPORTE
               STRING "PERDIDAS DEL EJERCICIO: "
                   WS-TOT-PERDIDA-GENERADA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "PERDIDAS AMORTIZADAS: "
                   WS-TOT-PERDIDA-APLICADA
                   "  VENCIDAS: " WS-TOT-PERDIDA-VENCIDA
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           MOVE "=================================================="
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
