       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LOS NOMBRES DE LOS ARCHIVOS SE ARMAN AL EMPEZAR (044) CON
      *    LOS DIRECTORIOS DEL ARCHIVO DE PARAMETROS DE INSTALACION,
      *    QUE ES EL UNICO NOMBRE FIJO: SE LO BUSCA EN EL DIRECTORIO
      *    DESDE EL QUE SE CORRE EL PROGRAMA, ASI CADA AMBIENTE
      *    (PRODUCCION, PRUEBA) TIENE EL SUYO.
           SELECT PARAMETROS ASSIGN TO "Personal-param.CFG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PARAMETROS.

           SELECT PRUEBA-DIRECTORIO ASSIGN TO WS-RUTA-PRUEBA-DIR
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PRUEBA-DIR.

           SELECT REPORTE      ASSIGN TO
                       WS-RUTA-REPORTE
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-REPORTE.

           SELECT EMPLEADO-MAESTRO ASSIGN TO
                       WS-RUTA-EMPLEADO-MAESTRO
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMP-ID-MAE
                       FILE STATUS IS FS-MAESTRO.

           SELECT REPORTE-ORDENADO ASSIGN TO
                       WS-RUTA-REPORTE-ORDENADO
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-ORDENADO.
           SELECT ORDEN-CUMPLE ASSIGN TO "SORTWK2".

           SELECT REPORTE-CUMPLE ASSIGN TO
                       WS-RUTA-REPORTE-CUMPLE
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CUMPLE.

           SELECT TRANS-FILE ASSIGN TO
                       WS-RUTA-TRANS-FILE
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-TRANS.

           SELECT REPORTE-CSV ASSIGN TO
                       WS-RUTA-REPORTE-CSV
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CSV.

           SELECT DIARIO-NOVEDADES ASSIGN TO
                       WS-RUTA-DIARIO-NOVEDADES
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-DIARIO.

      *    EL BACKUP DEL MAESTRO ROTA POR GENERACIONES: EL NOMBRE
      *    DEL ARCHIVO SE ARMA EN WS-BACKUP-PATH CON EL NUMERO DE
      *    GENERACION (G1 A LA CANTIDAD DE GENERACIONES DE LOS
      *    PARAMETROS) ANTES DE CADA OPEN (044-5).
           SELECT BACKUP-MAESTRO ASSIGN TO WS-BACKUP-PATH
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-BACKUP.

           SELECT BACKUP-CONTROL ASSIGN TO
                       WS-RUTA-BACKUP-CONTROL
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-BKP-CTL.

           SELECT OPERADORES ASSIGN TO
                       WS-RUTA-OPERADORES
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-OPERADORES.

           SELECT ACCESOS-LOG ASSIGN TO
                       WS-RUTA-ACCESOS-LOG
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-ACCESOS.

           SELECT SEGURIDAD-REP ASSIGN TO
                       WS-RUTA-SEGURIDAD-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-SEG-REP.

           SELECT BLOQUEOS-EDICION ASSIGN TO
                       WS-RUTA-BLOQUEOS-EDICION
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BLQ-EMP-ID
                       FILE STATUS IS FS-BLOQUEOS.

           SELECT EXTRACTO-SUELDOS ASSIGN TO
                       WS-RUTA-EXTRACTO-SUELDOS
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-EXTRACTO.

           SELECT CONTROL-EXTRACTO ASSIGN TO
                       WS-RUTA-CONTROL-EXTRACTO
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CTL-EXT.

           SELECT CONTROL-BATCH ASSIGN TO
                       WS-RUTA-CONTROL-BATCH
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CONTROL.

           SELECT TRANS-RECHAZADAS ASSIGN TO
                       WS-RUTA-TRANS-RECHAZADAS
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-RECHAZO.

           SELECT CONTROL-LISTADO ASSIGN TO
                       WS-RUTA-CONTROL-LISTADO
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CTL-LISTADO.

           SELECT CONCILIACION ASSIGN TO
                       WS-RUTA-CONCILIACION
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CONCILIA.

           SELECT MAESTRO-ANTERIOR ASSIGN TO
                       WS-RUTA-MAESTRO-ANTERIOR
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS ANT-ID-MAE
                       FILE STATUS IS FS-ANTERIOR.

           SELECT AJUSTE-LISTADO ASSIGN TO
                       WS-RUTA-AJUSTE-LISTADO
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-AJUSTE.
           SELECT ORDEN-ANTIG ASSIGN TO "SORTWK3".

           SELECT ANTIGUEDAD-REP ASSIGN TO
                       WS-RUTA-ANTIGUEDAD-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-ANTIG.

           SELECT DOTACION-REP ASSIGN TO
                       WS-RUTA-DOTACION-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-DOTACION.

           SELECT DOTACION-SNAP ASSIGN TO
                       WS-RUTA-DOTACION-SNAP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-SNAP.

           SELECT AUDITORIA-REP ASSIGN TO
                       WS-RUTA-AUDITORIA-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-AUDIT.

      *    EL ARCHIVO DEL DIARIO ROTA POR GENERACIONES IGUAL QUE EL
      *    BACKUP DEL MAESTRO: EL NOMBRE SE ARMA EN WS-ARCH-PATH CON
      *    EL NUMERO DE GENERACION (G1 A LA CANTIDAD DE GENERACIONES
      *    DE LOS PARAMETROS) ANTES DE CADA OPEN (044-7).
           SELECT DIARIO-ARCHIVO ASSIGN TO WS-ARCH-PATH
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-CONTROL ASSIGN TO
                       WS-RUTA-ARCHIVO-CONTROL
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-ARCH-CTL.

           SELECT DIARIO-RESUMEN ASSIGN TO
                       WS-RUTA-DIARIO-RESUMEN
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-DIA-RES.

           SELECT FOTO-MAESTRO ASSIGN TO
                       WS-RUTA-FOTO-MAESTRO
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-FOTO.

           SELECT FOTO-LISTADO ASSIGN TO
                       WS-RUTA-FOTO-LISTADO
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-FOTO-REP.

           SELECT RETORNO-SUELDOS ASSIGN TO
                       WS-RUTA-RETORNO-SUELDOS
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-RETORNO.

           SELECT RETORNO-CONCILIA ASSIGN TO
                       WS-RUTA-RETORNO-CONCILIA
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-RET-CON.

           SELECT CATALOGO-RRHH ASSIGN TO
                       WS-RUTA-CATALOGO-RRHH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAT-CLAVE
                       FILE STATUS IS FS-CATALOGO.

           SELECT CIERRE-REP ASSIGN TO
                       WS-RUTA-CIERRE-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CIERRE.

           SELECT ROTACION-REP ASSIGN TO
                       WS-RUTA-ROTACION-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-ROTACION.

           SELECT NOVEDADES-PENDIENTES ASSIGN TO
                       WS-RUTA-NOVEDADES-PENDIENTES
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PEN-CLAVE
                       FILE STATUS IS FS-PENDIENTES.

           SELECT PENDIENTES-REP ASSIGN TO
                       WS-RUTA-PENDIENTES-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-PEN-REP.

           SELECT LICENCIAS ASSIGN TO
                       WS-RUTA-LICENCIAS
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LIC-CLAVE
                       FILE STATUS IS FS-LICENCIAS.

           SELECT ORDEN-VACAC ASSIGN TO "SORTWK4".

           SELECT VACACIONES-REP ASSIGN TO
                       WS-RUTA-VACACIONES-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-VACAC.

           SELECT LIQUIDACIONES ASSIGN TO
                       WS-RUTA-LIQUIDACIONES
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LIQ-CLAVE
                       FILE STATUS IS FS-LIQUIDACIONES.

           SELECT LIQUIDACION-REP ASSIGN TO
                       WS-RUTA-LIQUIDACION-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-LIQ-REP.

           SELECT FAMILIARES ASSIGN TO
                       WS-RUTA-FAMILIARES
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FAM-CLAVE
                       FILE STATUS IS FS-FAMILIARES.

           SELECT ORDEN-FAMILIA ASSIGN TO "SORTWK5".

           SELECT FAMILIA-REP ASSIGN TO
                       WS-RUTA-FAMILIA-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-FAM-REP.

           SELECT DECLARACION-AFIP ASSIGN TO
                       WS-RUTA-DECLARACION-AFIP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-AFIP.

           SELECT CONTROL-AFIP ASSIGN TO
                       WS-RUTA-CONTROL-AFIP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CTL-AFIP.

           SELECT AFIP-RETENIDOS ASSIGN TO
                       WS-RUTA-AFIP-RETENIDOS
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ARE-CLAVE
                       FILE STATUS IS FS-AFIP-RET.

           SELECT AFIP-EXCEPCIONES ASSIGN TO
                       WS-RUTA-AFIP-EXCEPCIONES
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-AFIP-EXC.

           SELECT CERTIFICADO-REP ASSIGN TO
                       WS-RUTA-CERTIFICADO-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CERT-REP.

           SELECT CERTIFICADOS-EMITIDOS ASSIGN TO
                       WS-RUTA-CERTIFICADOS-EMITIDOS
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-CERT-LOG.

           SELECT PRESUPUESTO-DOT ASSIGN TO
                       WS-RUTA-PRESUPUESTO-DOT
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PRE-CLAVE
                       FILE STATUS IS FS-PRESUPUESTO.

           SELECT PRESUPUESTO-REP ASSIGN TO
                       WS-RUTA-PRESUPUESTO-REP
                       ORGANIZATION IS SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL
                       FILE STATUS IS FS-PRE-REP.

       DATA DIVISION.
      *--------------
       FILE SECTION.
      *----------------------------------------------------------------*
      *PARAMETROS DE INSTALACION: LINEAS CLAVE=VALOR (040).
      *----------------------------------------------------------------*
       FD  PARAMETROS
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-PARAMETRO              PIC X(100).

      *----------------------------------------------------------------*
      *CONSTANCIA DE VERIFICACION DE CADA DIRECTORIO (043-5).
      *----------------------------------------------------------------*
       FD  PRUEBA-DIRECTORIO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-PRUEBA-DIR             PIC X(80).

      *-------------
       FD  REPORTE
           RECORD CONTAINS 91 CHARACTERS
      *----------------------------------------------------------------*
      *ARCHIVO DE OPERADORES PARA EL INGRESO AL SISTEMA: USUARIO,
      *PASSWORD Y PERFIL ('A' = ACTUALIZACION COMPLETA, 'C' = SOLO
      *CONSULTA). SE MANTIENE DESDE LA ADMINISTRACION DE OPERADORES
      *(030); SI NO EXISTE, EL PRIMER INGRESO LO CREA CON EL USUARIO
      *INICIAL ADMIN. LA PASSWORD SE GUARDA SOLO COMO CLAVE DERIVADA
      *(022) EN OPE-CLAVE-HASH; OPE-PASSWORD QUEDA DEL FORMATO VIEJO
      *DE 17 BYTES, EN CLARO, Y 025 LA CONVIERTE Y LA BORRA.
      *----------------------------------------------------------------*
       FD  OPERADORES
           RECORD CONTAINS 50 CHARACTERS.
       01  REG-OPERADOR.
           05  OPE-USUARIO             PIC X(08).
           05  OPE-PASSWORD            PIC X(08).
           05  OPE-PERFIL              PIC X(01).
           05  OPE-CLAVE-HASH          PIC X(10).
           05  OPE-ESTADO              PIC X(01).
           05  OPE-FALLIDOS            PIC 9(02).
           05  OPE-FECHA-CLAVE         PIC 9(08).
           05  OPE-ULT-INGRESO         PIC 9(08).
           05  OPE-CAMBIO-OBLIG        PIC X(01).
           05  FILLER                  PIC X(03).

      *----------------------------------------------------------------*
      *REGISTRO DE ACCESOS: UN REGISTRO POR CADA INTENTO DE INGRESO,
      *ACEPTADO O NO, CON FECHA, HORA Y EL MODO ELEGIDO. SE EXTIENDE,
      *NUNCA SE PISA. DE ACA SALE EL INFORME DE SEGURIDAD (038).
      *----------------------------------------------------------------*
       FD  ACCESOS-LOG
           RECORD CONTAINS 50 CHARACTERS.
       01  REG-ACCESO.
           05  ACC-FECHA               PIC 9(08).
           05  ACC-HORA                PIC 9(06).
           05  ACC-USUARIO             PIC X(08).
           05  ACC-RESULTADO           PIC X(01).
               88 88-ACC-INGRESO                VALUE 'I'.
               88 88-ACC-PASSWORD-MAL           VALUE 'F'.
               88 88-ACC-USUARIO-MAL            VALUE 'U'.
               88 88-ACC-BLOQUEADO              VALUE 'B'.
               88 88-ACC-SE-BLOQUEO             VALUE 'L'.
               88 88-ACC-DESHABILITADO          VALUE 'D'.
               88 88-ACC-CONFLICTO              VALUE 'C'.
               88 88-ACC-EN-USO                 VALUE 'E'.
           05  ACC-MODO                PIC X(01).
           05  ACC-PERFIL              PIC X(01).
      *    SOLO EN LOS CONFLICTOS DE ACTUALIZACION ('C' REGISTRO YA
      *    MODIFICADO, 'E' EMPLEADO O MAESTRO EN USO): EL EMPLEADO Y
      *    EL OPERADOR QUE LO TENIA TOMADO.
           05  ACC-EMP-ID              PIC 9(06).
           05  ACC-OTRO-USUARIO        PIC X(08).
           05  FILLER                  PIC X(11).

      *----------------------------------------------------------------*
      *INFORME DE SEGURIDAD PARA EL RESPONSABLE: INTENTOS DEL PERIODO
      *Y ESTADO DE LOS OPERADORES (038).
      *----------------------------------------------------------------*
       FD  SEGURIDAD-REP
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SEGURIDAD-REP          PIC X(91).

      *----------------------------------------------------------------*
      *EMPLEADOS EN EDICION: UN REGISTRO POR CADA EMPLEADO QUE UN
      *OPERADOR TIENE ABIERTO EN UN CAMBIO, BAJA O REACTIVACION, MAS
      *EL REGISTRO DE CLAVE 000000 MIENTRAS CORRE UN PROCESO MASIVO
      *SOBRE EL MAESTRO (AJUSTE 600, BATCH 800, RELOAD 950). UNO
      *EXCLUYE AL OTRO. UN BLOQUEO DE UN DIA ANTERIOR ES DE UNA
      *SESION QUE TERMINO MAL Y SE DESCARTA (062/065).
      *----------------------------------------------------------------*
       FD  BLOQUEOS-EDICION
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-BLOQUEO.
           05  BLQ-EMP-ID              PIC 9(06).
               88 88-BLQ-MASIVO                 VALUE 0.
           05  BLQ-USUARIO             PIC X(08).
           05  BLQ-FECHA               PIC 9(08).
           05  BLQ-HORA                PIC 9(06).
           05  BLQ-MODO                PIC X(01).
           05  FILLER                  PIC X(11).

      *----------------------------------------------------------------*
      *INTERFAZ DE POSICIONES FIJAS PARA EL SISTEMA DE SUELDOS:
      *CABECERA (TIPO 1) CON FECHA DE CORRIDA Y NUMERO DE SECUENCIA,
      *UN DETALLE (TIPO 2) POR EMPLEADO ACTIVO, SEGUIDO DE SUS
      *CARGAS DE FAMILIA (TIPO 4), Y COLA (TIPO 3) CON CANTIDAD Y
      *HASH DE LOS DETALLES Y DE LAS CARGAS, PARA QUE EL JOB DE
      *SUELDOS VERIFIQUE QUE EL ARCHIVO LLEGO COMPLETO.
      *----------------------------------------------------------------*
       FD  EXTRACTO-SUELDOS
           RECORD CONTAINS 120 CHARACTERS
           05  EXT-DET-EMP-ID          PIC 9(06).
           05  FILLER                  PIC X(20).

      *    CARGA DE FAMILIA DEL EMPLEADO: VA A CONTINUACION DE SU
      *    DETALLE '2', UNA POR FAMILIAR VIGENTE.
       01  EXT-FAMILIAR.
           05  EXT-FAM-TIPO            PIC X(01).
           05  EXT-FAM-LEGAJO          PIC 9(05).
           05  EXT-FAM-CUIL-TITULAR    PIC 9(11).
           05  EXT-FAM-EMP-ID          PIC 9(06).
           05  EXT-FAM-SECUENCIA       PIC 9(02).
           05  EXT-FAM-PARENTESCO      PIC X(01).
           05  EXT-FAM-APELLIDO        PIC X(15).
           05  EXT-FAM-NOMBRE          PIC X(15).
           05  EXT-FAM-TIPO-DOC        PIC X(01).
           05  EXT-FAM-DOCUMENTO       PIC 9(11).
           05  EXT-FAM-FECHA-NAC       PIC 9(08).
           05  EXT-FAM-DISCAPACIDAD    PIC X(01).
           05  EXT-FAM-ESCOLARIDAD     PIC X(01).
           05  FILLER                  PIC X(42).

      *    EXT-TRL-CANTIDAD Y EXT-TRL-HASH CUBREN LOS DETALLES '2'
      *    (SUMA DE EMP-ID); EXT-TRL-CANT-FAM Y EXT-TRL-HASH-FAM, LOS
      *    '4' (SUMA DE ID DE EMPLEADO * 100 + NUMERO DE ORDEN).
       01  EXT-COLA.
           05  EXT-TRL-TIPO            PIC X(01).
           05  EXT-TRL-CANTIDAD        PIC 9(06).
           05  EXT-TRL-HASH            PIC 9(12).
           05  EXT-TRL-CANT-FAM        PIC 9(06).
           05  EXT-TRL-HASH-FAM        PIC 9(12).
           05  FILLER                  PIC X(83).

      *----------------------------------------------------------------*
      *CONTROL DEL EXTRACTO DE SUELDOS: ULTIMA SECUENCIA GENERADA Y
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ROTACION               PIC X(91).

      *----------------------------------------------------------------*
      *NOVEDADES CON FECHA DE VIGENCIA FUTURA (530): CAMBIO DE
      *SECTOR/CARGO, AJUSTE DE SUELDO O BAJA QUE RH CONOCE DE
      *ANTEMANO. EL CIERRE DIARIO (678) APLICA AL MAESTRO LAS QUE
      *VENCEN Y LAS DEJA MARCADAS: EL REGISTRO NO SE BORRA, PARA
      *SABER CUALES SE APLICARON, CUALES SE ANULARON Y CUALES SE
      *RECHAZARON (Y POR QUE). LA CLAVE ADMITE UNA NOVEDAD DE CADA
      *TIPO POR EMPLEADO Y FECHA.
      *----------------------------------------------------------------*
       FD  NOVEDADES-PENDIENTES
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-PENDIENTE.
           05  PEN-CLAVE.
               10 PEN-EMP-ID           PIC 9(06).
               10 PEN-FECHA-VIG        PIC 9(08).
               10 PEN-TIPO             PIC X(01).
                   88 88-PEN-BAJA               VALUE 'B'.
                   88 88-PEN-CAMBIO             VALUE 'C'.
                   88 88-PEN-SUELDO             VALUE 'S'.
           05  PEN-ESTADO          PIC X(01).
               88 88-PEN-PENDIENTE              VALUE 'P'.
               88 88-PEN-APLICADA               VALUE 'A'.
               88 88-PEN-ANULADA                VALUE 'X'.
               88 88-PEN-RECHAZADA              VALUE 'R'.
           05  PEN-SECTOR          PIC X(15).
           05  PEN-CARGO           PIC X(15).
           05  PEN-AJU-TIPO        PIC X(01).
           05  PEN-AJU-PORC        PIC 9(03)V99.
           05  PEN-AJU-MONTO       PIC 9(07)V99.
           05  PEN-USUARIO-CARGA   PIC X(08).
           05  PEN-FECHA-CARGA     PIC 9(08).
           05  PEN-USUARIO-PROC    PIC X(08).
           05  PEN-FECHA-PROC      PIC 9(08).
           05  PEN-OBSERVACION     PIC X(25).
           05  PEN-MOTIVO-BAJA     PIC X(01).
           05  FILLER              PIC X(01).

      *----------------------------------------------------------------*
      *LISTADO DE LAS NOVEDADES TODAVIA PENDIENTES, POR EMPLEADO Y
      *FECHA DE VIGENCIA.
      *----------------------------------------------------------------*
       FD  PENDIENTES-REP
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PENDIENTES-REP         PIC X(91).

      *----------------------------------------------------------------*
      *LICENCIAS Y AUSENCIAS (770): UNA ENTRADA POR AUSENCIA, CON
      *CLAVE ID DE EMPLEADO MAS FECHA DE INICIO (AAAAMMDD), TIPO,
      *FECHA DE FIN Y DIAS CORRIDOS. LAS VACACIONES LLEVAN ADEMAS EL
      *PERIODO (ANIO) AL QUE SE IMPUTAN, QUE NO SIEMPRE ES EL DE LA
      *FECHA DE INICIO (LAS DE ENERO SUELEN SER DEL ANIO ANTERIOR).
      *LA BAJA ES LOGICA (ESTADO 'X'), IGUAL QUE EN EL CATALOGO.
      *----------------------------------------------------------------*
       FD  LICENCIAS
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LICENCIA.
           05  LIC-CLAVE.
               10 LIC-EMP-ID           PIC 9(06).
               10 LIC-FECHA-DESDE      PIC 9(08).
           05  LIC-TIPO            PIC X(01).
               88 88-LIC-VACACIONES             VALUE 'V'.
               88 88-LIC-ENFERMEDAD             VALUE 'E'.
               88 88-LIC-ESTUDIO                VALUE 'S'.
               88 88-LIC-SIN-GOCE               VALUE 'G'.
               88 88-LIC-MATERNIDAD             VALUE 'M'.
               88 88-LIC-OTRA                   VALUE 'O'.
           05  LIC-FECHA-HASTA     PIC 9(08).
           05  LIC-DIAS            PIC 9(03).
           05  LIC-ESTADO          PIC X(01).
               88 88-LIC-VIGENTE                VALUE 'A'.
               88 88-LIC-ANULADA                VALUE 'X'.
           05  LIC-PERIODO         PIC 9(04).
           05  LIC-OBSERVACION     PIC X(30).
           05  LIC-USUARIO         PIC X(08).
           05  LIC-FECHA-CARGA     PIC 9(08).
           05  FILLER              PIC X(03).

      *----------------------------------------------------------------*
      *ORDENAMIENTO DEL SALDO DE VACACIONES (776): POR SECTOR (PARA
      *EL CORTE DE SUBTOTALES) Y POR APELLIDO/NOMBRE DENTRO DEL
      *SECTOR, COMO EL INFORME DE ANTIGUEDAD.
      *----------------------------------------------------------------*
       SD  ORDEN-VACAC.
       01  SD-REG-VACAC.
           05  SD-VAC-SECTOR       PIC X(15).
           05  SD-VAC-APELLIDO     PIC X(15).
           05  SD-VAC-NOMBRE       PIC X(15).
           05  SD-VAC-ANIOS        PIC 9(02).
           05  SD-VAC-CORRESP      PIC 9(03).
           05  SD-VAC-TOMADOS      PIC 9(04).

      *----------------------------------------------------------------*
      *SALDO DE VACACIONES DEL PERIODO (776): DIAS QUE CORRESPONDEN
      *POR LA BANDA DE LA LCT, DIAS TOMADOS SEGUN LICENCIAS Y SALDO,
      *POR EMPLEADO Y CON SUBTOTALES POR SECTOR.
      *----------------------------------------------------------------*
       FD  VACACIONES-REP
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VACACIONES             PIC X(91).

      *----------------------------------------------------------------*
      *LIQUIDACIONES FINALES ESTIMADAS (545): UNA POR BAJA, CON CLAVE
      *ID DE EMPLEADO MAS FECHA DE BAJA (AAAAMMDD). GUARDA EL MOTIVO
      *DE LA BAJA, LOS DATOS DEL EMPLEADO A ESA FECHA Y CADA RUBRO
      *CALCULADO, PARA PODER REIMPRIMIRLA (549) AUNQUE DESPUES CAMBIE
      *EL MAESTRO. ES LA UNICA FUENTE DEL MOTIVO DE BAJA: EL DIARIO
      *NO TIENE LUGAR PARA EL.
      *----------------------------------------------------------------*
       FD  LIQUIDACIONES
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-LIQUIDACION.
           05  LIQ-CLAVE.
               10 LIQ-EMP-ID           PIC 9(06).
               10 LIQ-FECHA-BAJA       PIC 9(08).
           05  LIQ-MOTIVO          PIC X(01).
           05  LIQ-APELLIDO        PIC X(15).
           05  LIQ-NOMBRE          PIC X(15).
           05  LIQ-LEGAJO          PIC 9(05).
           05  LIQ-CUIL            PIC 9(11).
           05  LIQ-SECTOR          PIC X(15).
           05  LIQ-CARGO           PIC X(15).
           05  LIQ-FECHA-ING       PIC 9(08).
           05  LIQ-SUELDO          PIC 9(07)V99.
           05  LIQ-ANIOS           PIC 9(02).
           05  LIQ-DIAS-MES        PIC 9(02).
           05  LIQ-IMP-DIAS-MES    PIC 9(07)V99.
           05  LIQ-DIAS-SEM        PIC 9(03).
           05  LIQ-IMP-SAC         PIC 9(07)V99.
           05  LIQ-VAC-CORRESP     PIC 9(02).
           05  LIQ-VAC-PROP        PIC 9(02)V99.
           05  LIQ-VAC-TOMADAS     PIC 9(03).
           05  LIQ-VAC-DIAS        PIC 9(02)V99.
           05  LIQ-IMP-VAC         PIC 9(07)V99.
           05  LIQ-ANIOS-INDEM     PIC 9(02).
           05  LIQ-PORC-INDEM      PIC 9(03).
           05  LIQ-IMP-INDEM       PIC 9(09)V99.
           05  LIQ-TOTAL           PIC 9(09)V99.
           05  LIQ-USUARIO         PIC X(08).
           05  LIQ-FECHA-CALC      PIC 9(08).
           05  FILLER              PIC X(02).

      *----------------------------------------------------------------*
      *LIQUIDACION FINAL ESTIMADA IMPRESA (548), UNA POR CORRIDA.
      *----------------------------------------------------------------*
       FD  LIQUIDACION-REP
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LIQUIDACION-REP        PIC X(91).

      *----------------------------------------------------------------*
      *CARGAS DE FAMILIA (780): FAMILIARES A CARGO DE CADA EMPLEADO,
      *CON CLAVE ID DE EMPLEADO MAS NUMERO DE ORDEN. LOS USA SUELDOS
      *PARA LAS ASIGNACIONES FAMILIARES (VIAJAN EN EL EXTRACTO COMO
      *REGISTRO '4') Y RH PARA LA OBRA SOCIAL. LA BAJA ES LOGICA
      *(ESTADO 'X') Y CADA MOVIMIENTO SE ASIENTA EN EL DIARIO COMO
      *TIPO 'F', CON LA IMAGEN DE ESTE REGISTRO.
      *----------------------------------------------------------------*
       FD  FAMILIARES
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-FAMILIAR.
           05  FAM-CLAVE.
               10 FAM-EMP-ID           PIC 9(06).
               10 FAM-SECUENCIA        PIC 9(02).
           05  FAM-PARENTESCO      PIC X(01).
               88 88-FAM-CONYUGE                VALUE 'C'.
               88 88-FAM-CONVIVIENTE            VALUE 'U'.
               88 88-FAM-HIJO                   VALUE 'H'.
               88 88-FAM-GUARDA                 VALUE 'G'.
               88 88-FAM-OTRO                   VALUE 'O'.
           05  FAM-APELLIDO        PIC X(15).
           05  FAM-NOMBRE          PIC X(15).
           05  FAM-TIPO-DOC        PIC X(01).
               88 88-FAM-DOC-DNI                VALUE 'D'.
               88 88-FAM-DOC-CUIL               VALUE 'C'.
           05  FAM-DOCUMENTO       PIC 9(11).
           05  FAM-FECHA-NAC       PIC 9(08).
           05  FAM-DISCAPACIDAD    PIC X(01).
           05  FAM-ESCOLARIDAD     PIC X(01).
           05  FAM-ESTADO          PIC X(01).
               88 88-FAM-VIGENTE                VALUE 'A'.
               88 88-FAM-ANULADO                VALUE 'X'.
           05  FAM-USUARIO         PIC X(08).
           05  FAM-FECHA-ALTA      PIC 9(08).
           05  FILLER              PIC X(02).

      *----------------------------------------------------------------*
      *ORDENAMIENTO DEL LISTADO DE HIJOS QUE CUMPLEN 18 (788): POR
      *FECHA DEL CUMPLEANIOS Y LEGAJO.
      *----------------------------------------------------------------*
       SD  ORDEN-FAMILIA.
       01  SD-REG-FAMILIA.
           05  SD-FAM-FECHA-18     PIC 9(08).
           05  SD-FAM-LEGAJO       PIC 9(05).
           05  SD-FAM-EMP-APELLIDO PIC X(15).
           05  SD-FAM-NOMBRE       PIC X(15).
           05  SD-FAM-APELLIDO     PIC X(15).
           05  SD-FAM-DISCAPACIDAD PIC X(01).

      *----------------------------------------------------------------*
      *HIJOS A CARGO QUE CUMPLEN 18 ANIOS EN LOS PROXIMOS MESES, PARA
      *SEGUIR EL FIN DE LA ASIGNACION FAMILIAR.
      *----------------------------------------------------------------*
       FD  FAMILIA-REP
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-FAMILIA-REP            PIC X(91).

      *----------------------------------------------------------------*
      *DECLARACION DE ALTAS Y BAJAS PARA AFIP (SIMPLIFICACION
      *REGISTRAL, 960): CABECERA (TIPO 1) CON FECHA, SECUENCIA Y EL
      *RANGO DE FECHA-HORA DEL DIARIO QUE CUBRE, UN DETALLE (TIPO 2)
      *POR MOVIMIENTO 'A', 'B' O 'R' Y COLA (TIPO 3) CON CANTIDAD Y
      *SUMA DE LOS CUIL. LAS FECHAS VAN COMO AAAAMMDD.
      *----------------------------------------------------------------*
       FD  DECLARACION-AFIP
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AFIP                   PIC X(130).

       01  AFI-CABECERA.
           05  AFI-CAB-TIPO            PIC X(01).
           05  AFI-CAB-FECHA           PIC 9(08).
           05  AFI-CAB-SECUENCIA       PIC 9(06).
           05  AFI-CAB-DESDE           PIC 9(14).
           05  AFI-CAB-HASTA           PIC 9(14).
           05  FILLER                  PIC X(87).

       01  AFI-DETALLE.
           05  AFI-DET-TIPO            PIC X(01).
           05  AFI-DET-MOVIMIENTO      PIC X(01).
           05  AFI-DET-CUIL            PIC 9(11).
           05  AFI-DET-LEGAJO          PIC 9(05).
           05  AFI-DET-APELLIDO        PIC X(15).
           05  AFI-DET-NOMBRE          PIC X(15).
           05  AFI-DET-FECHA-ING       PIC 9(08).
           05  AFI-DET-FECHA-BAJA      PIC 9(08).
           05  AFI-DET-FECHA-MOV       PIC 9(08).
           05  AFI-DET-MOTIVO          PIC X(01).
           05  AFI-DET-SECTOR          PIC X(15).
           05  AFI-DET-CARGO           PIC X(15).
           05  AFI-DET-EMP-ID          PIC 9(06).
           05  AFI-DET-FECHA-HORA      PIC 9(14).
           05  FILLER                  PIC X(07).

       01  AFI-COLA.
           05  AFI-TRL-TIPO            PIC X(01).
           05  AFI-TRL-CANTIDAD        PIC 9(06).
           05  AFI-TRL-HASH-CUIL       PIC 9(15).
           05  FILLER                  PIC X(108).

      *----------------------------------------------------------------*
      *CONTROL DE LA DECLARACION A AFIP: ULTIMA SECUENCIA GENERADA,
      *SI YA SE REGISTRO EL ACUSE DE AFIP Y LA FECHA-HORA DEL DIARIO
      *HASTA LA QUE LLEGO (LA PROXIMA DECLARACION EMPIEZA DESPUES).
      *----------------------------------------------------------------*
       FD  CONTROL-AFIP
           RECORD CONTAINS 21 CHARACTERS.
       01  REG-CONTROL-AFIP.
           05  CAF-SECUENCIA           PIC 9(06).
           05  CAF-ACUSADO             PIC X(01).
           05  CAF-HASTA               PIC 9(14).

      *----------------------------------------------------------------*
      *MOVIMIENTOS RETENIDOS DE LA DECLARACION A AFIP (CUIL EN CERO O
      *INVALIDO, DATOS PROVISORIOS DEL BATCH). CADA CORRIDA LOS
      *VUELVE A REVISAR CONTRA EL MAESTRO ACTUAL Y, CUANDO RH YA LOS
      *CORRIGIO, LOS DECLARA Y LOS DEJA EN 'E' CON LA SECUENCIA EN
      *QUE SALIERON.
      *----------------------------------------------------------------*
       FD  AFIP-RETENIDOS
           RECORD CONTAINS 180 CHARACTERS.
       01  REG-AFIP-RETENIDO.
           05  ARE-CLAVE.
               10 ARE-FECHA-HORA       PIC 9(14).
               10 ARE-EMP-ID           PIC 9(06).
               10 ARE-TIPO-TRANS       PIC X(01).
           05  ARE-ESTADO          PIC X(01).
               88 88-ARE-RETENIDO               VALUE 'R'.
               88 88-ARE-ENVIADO                VALUE 'E'.
           05  ARE-SEC-ENVIO       PIC 9(06).
           05  ARE-USUARIO         PIC X(08).
           05  ARE-IMAGEN          PIC X(143).
           05  FILLER              PIC X(01).

      *----------------------------------------------------------------*
      *LISTADO DE MOVIMIENTOS RETENIDOS DE LA DECLARACION A AFIP.
      *----------------------------------------------------------------*
       FD  AFIP-EXCEPCIONES
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AFIP-EXCEPCION         PIC X(91).

      *----------------------------------------------------------------*
      *CERTIFICADO DE TRABAJO (ART. 80 LCT) O CONSTANCIA DE SERVICIOS
      *DE UN EMPLEADO (590), CON SU TRAYECTORIA DE SECTORES Y CARGOS.
      *----------------------------------------------------------------*
       FD  CERTIFICADO-REP
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CERTIFICADO-REP        PIC X(91).

      *----------------------------------------------------------------*
      *REGISTRO DE CERTIFICADOS Y CONSTANCIAS EMITIDOS: UNO POR CADA
      *EMISION, CON FECHA, HORA Y OPERADOR, COMO PRUEBA DE ENTREGA.
      *SE EXTIENDE, NUNCA SE PISA.
      *----------------------------------------------------------------*
       FD  CERTIFICADOS-EMITIDOS
           RECORD CONTAINS 50 CHARACTERS.
       01  REG-CERT-EMITIDO.
           05  CEM-FECHA               PIC 9(08).
           05  CEM-HORA                PIC 9(06).
           05  CEM-USUARIO             PIC X(08).
           05  CEM-EMP-ID              PIC 9(06).
           05  CEM-LEGAJO              PIC 9(05).
           05  CEM-TIPO                PIC X(01).
               88 88-CEM-CERTIFICADO            VALUE 'C'.
               88 88-CEM-CONSTANCIA             VALUE 'S'.
           05  CEM-CON-SUELDO          PIC X(01).
           05  CEM-TRAMOS              PIC 9(02).
           05  FILLER                  PIC X(13).

      *----------------------------------------------------------------*
      *PRESUPUESTO DE DOTACION APROBADO POR LA GERENCIA: UNA CELDA POR
      *SECTOR/CARGO, CON LOS MISMOS CODIGOS QUE EL CATALOGO (690).
      *PRE-CONTROL DICE QUE HACE EL ALTA (510) CUANDO LA CELDA QUEDARIA
      *EXCEDIDA: 'A' AVISA Y GRABA, 'R' RECHAZA EL ALTA.
      *----------------------------------------------------------------*
       FD  PRESUPUESTO-DOT
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-PRESUPUESTO.
           05  PRE-CLAVE.
               10 PRE-SECTOR           PIC X(15).
               10 PRE-CARGO            PIC X(15).
           05  PRE-PERIODO             PIC 9(04).
           05  PRE-PUESTOS             PIC 9(04).
           05  PRE-MASA                PIC 9(09)V99.
           05  PRE-CONTROL             PIC X(01).
               88 88-PRE-AVISO                  VALUE 'A'.
               88 88-PRE-RECHAZO                VALUE 'R'.
           05  PRE-USUARIO             PIC X(08).
           05  PRE-FECHA-ACT           PIC 9(08).
           05  FILLER                  PIC X(14).

      *----------------------------------------------------------------*
      *INFORME DE PRESUPUESTO: APROBADO VS REAL POR CELDA, VACANTES Y
      *EXCEDENTES (979).
      *----------------------------------------------------------------*
       FD  PRESUPUESTO-REP
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRESUPUESTO-REP        PIC X(91).


       WORKING-STORAGE SECTION.
      *------------------------

      *----------------------------------------------------------------*
      *PARAMETROS DE INSTALACION (040-044). LOS VALORES DE OPERACION
      *(LINEAS POR PAGINA, CHECKPOINT, VIGENCIA DE PASSWORD, INTENTOS
      *FALLIDOS) SE CARGAN SOBRE SUS PROPIOS CAMPOS, QUE CONSERVAN
      *COMO VALOR INICIAL EL DE SIEMPRE.
      *----------------------------------------------------------------*
       77  FS-PARAMETROS            PIC  X(02)   VALUE ' '.
           88 88-FS-PARAMETROS-YES               VALUE '00'.
           88 88-FS-PARAMETROS-EOF               VALUE '10'.
           88 88-FS-PARAMETROS-NOFILE            VALUE '35'.

       77  FS-PRUEBA-DIR            PIC  X(02)   VALUE ' '.
           88 88-FS-PRUEBA-DIR-YES               VALUE '00'.

       77  WS-PAR-AMBIENTE          PIC X(10)    VALUE SPACES.
           88 88-AMBIENTE-PRODUCCION             VALUE 'PRODUCCION'.
           88 88-AMBIENTE-PRUEBA                 VALUE 'PRUEBA'.
       77  WS-PAR-EMPRESA           PIC X(30)    VALUE SPACES.
       77  WS-PAR-DIR-DATOS         PIC X(80)    VALUE SPACES.
       77  WS-PAR-DIR-BACKUP        PIC X(80)    VALUE SPACES.
       77  WS-PAR-LARGO-DATOS       PIC 9(03)    VALUE 0.
       77  WS-PAR-LARGO-BACKUP      PIC 9(03)    VALUE 0.
       77  WS-PAR-GEN-BACKUP        PIC 9(01)    VALUE 5.
       77  WS-PAR-GEN-DIARIO        PIC 9(01)    VALUE 5.
       77  WS-PAR-CLAVE             PIC X(30)    VALUE SPACES.
       77  WS-PAR-VALOR             PIC X(80)    VALUE SPACES.
       77  WS-PAR-RANGO             PIC X(20)    VALUE SPACES.
       77  WS-PAR-NUMERO            PIC 9(05)    VALUE 0.
       77  SW-PAR-NUMERO-OK         PIC X(01)    VALUE 'N'.
       77  WS-PAR-ERRORES           PIC 9(03)    VALUE 0.
       77  WS-PAR-LINEA             PIC 9(03)    VALUE 0.
       77  WS-PAR-BARRAS            PIC 9(03)    VALUE 0.
       77  WS-DIR-PRUEBA            PIC X(80)    VALUE SPACES.
       77  WS-LARGO-PRUEBA          PIC 9(03)    VALUE 0.
       77  WS-RUTA-IDX              PIC 9(03)    VALUE 0.
       77  WS-CANT-RUTAS            PIC 9(03)    VALUE 47.
       77  WS-DIR-HISTORICO         PIC X(39)    VALUE
           "C:\Users\ayele\OneDrive\Escritorio\bin\".

       77  WS-RUTA-PRUEBA-DIR       PIC X(120)   VALUE SPACES.
       77  WS-RUTA-BACKUP-CONTROL   PIC X(120)   VALUE SPACES.
       77  WS-RUTA-ARCHIVO-CONTROL  PIC X(120)   VALUE SPACES.

      *    NOMBRES COMPLETOS DE LOS ARCHIVOS DEL DIRECTORIO DE DATOS.
      *    WS-NOMBRES-ARCHIVOS TIENE EL NOMBRE DE CADA UNO EN EL MISMO
      *    ORDEN: UN ARCHIVO NUEVO SE AGREGA EN LAS DOS LISTAS Y EN
      *    WS-CANT-RUTAS.
       01  WS-RUTAS-ARCHIVOS.
           05  WS-RUTA-REPORTE              PIC X(120).
           05  WS-RUTA-EMPLEADO-MAESTRO     PIC X(120).
           05  WS-RUTA-REPORTE-ORDENADO     PIC X(120).
           05  WS-RUTA-REPORTE-CUMPLE       PIC X(120).
           05  WS-RUTA-TRANS-FILE           PIC X(120).
           05  WS-RUTA-REPORTE-CSV          PIC X(120).
           05  WS-RUTA-DIARIO-NOVEDADES     PIC X(120).
           05  WS-RUTA-OPERADORES           PIC X(120).
           05  WS-RUTA-ACCESOS-LOG          PIC X(120).
           05  WS-RUTA-SEGURIDAD-REP        PIC X(120).
           05  WS-RUTA-BLOQUEOS-EDICION     PIC X(120).
           05  WS-RUTA-EXTRACTO-SUELDOS     PIC X(120).
           05  WS-RUTA-CONTROL-EXTRACTO     PIC X(120).
           05  WS-RUTA-CONTROL-BATCH        PIC X(120).
           05  WS-RUTA-TRANS-RECHAZADAS     PIC X(120).
           05  WS-RUTA-CONTROL-LISTADO      PIC X(120).
           05  WS-RUTA-CONCILIACION         PIC X(120).
           05  WS-RUTA-MAESTRO-ANTERIOR     PIC X(120).
           05  WS-RUTA-AJUSTE-LISTADO       PIC X(120).
           05  WS-RUTA-ANTIGUEDAD-REP       PIC X(120).
           05  WS-RUTA-DOTACION-REP         PIC X(120).
           05  WS-RUTA-DOTACION-SNAP        PIC X(120).
           05  WS-RUTA-AUDITORIA-REP        PIC X(120).
           05  WS-RUTA-DIARIO-RESUMEN       PIC X(120).
           05  WS-RUTA-FOTO-MAESTRO         PIC X(120).
           05  WS-RUTA-FOTO-LISTADO         PIC X(120).
           05  WS-RUTA-RETORNO-SUELDOS      PIC X(120).
           05  WS-RUTA-RETORNO-CONCILIA     PIC X(120).
           05  WS-RUTA-CATALOGO-RRHH        PIC X(120).
           05  WS-RUTA-CIERRE-REP           PIC X(120).
           05  WS-RUTA-ROTACION-REP         PIC X(120).
           05  WS-RUTA-NOVEDADES-PENDIENTES PIC X(120).
           05  WS-RUTA-PENDIENTES-REP       PIC X(120).
           05  WS-RUTA-LICENCIAS            PIC X(120).
           05  WS-RUTA-VACACIONES-REP       PIC X(120).
           05  WS-RUTA-LIQUIDACIONES        PIC X(120).
           05  WS-RUTA-LIQUIDACION-REP      PIC X(120).
           05  WS-RUTA-FAMILIARES           PIC X(120).
           05  WS-RUTA-FAMILIA-REP          PIC X(120).
           05  WS-RUTA-DECLARACION-AFIP     PIC X(120).
           05  WS-RUTA-CONTROL-AFIP         PIC X(120).
           05  WS-RUTA-AFIP-RETENIDOS       PIC X(120).
           05  WS-RUTA-AFIP-EXCEPCIONES     PIC X(120).
           05  WS-RUTA-CERTIFICADO-REP      PIC X(120).
           05  WS-RUTA-CERTIFICADOS-EMITIDOS PIC X(120).
           05  WS-RUTA-PRESUPUESTO-DOT      PIC X(120).
           05  WS-RUTA-PRESUPUESTO-REP      PIC X(120).
       01  FILLER REDEFINES WS-RUTAS-ARCHIVOS.
           05  WS-RUTA-ENT OCCURS 47 TIMES PIC X(120).

       01  WS-NOMBRES-ARCHIVOS.
           05  FILLER PIC X(30) VALUE "Personal-report.TXT".
           05  FILLER PIC X(30) VALUE "Empleado-maestro.DAT".
           05  FILLER PIC X(30) VALUE "Personal-report-ABC.TXT".
           05  FILLER PIC X(30) VALUE "Personal-cumple.TXT".
           05  FILLER PIC X(30) VALUE "Transacciones.TXT".
           05  FILLER PIC X(30) VALUE "Personal-report.csv".
           05  FILLER PIC X(30) VALUE "Diario-novedades.DAT".
           05  FILLER PIC X(30) VALUE "Operadores.DAT".
           05  FILLER PIC X(30) VALUE "Accesos-log.DAT".
           05  FILLER PIC X(30) VALUE "Accesos-seguridad.TXT".
           05  FILLER PIC X(30) VALUE "Bloqueos.DAT".
           05  FILLER PIC X(30) VALUE "Payroll-interface.DAT".
           05  FILLER PIC X(30) VALUE "Payroll-control.DAT".
           05  FILLER PIC X(30) VALUE "Batch-control.DAT".
           05  FILLER PIC X(30) VALUE "Trans-rechazadas.TXT".
           05  FILLER PIC X(30) VALUE "Batch-control-rep.TXT".
           05  FILLER PIC X(30) VALUE "Personal-concilia.TXT".
           05  FILLER PIC X(30) VALUE "Empleado-maestro-V1.DAT".
           05  FILLER PIC X(30) VALUE "Ajuste-salarial.TXT".
           05  FILLER PIC X(30) VALUE "Personal-antiguedad.TXT".
           05  FILLER PIC X(30) VALUE "Dotacion-resumen.TXT".
           05  FILLER PIC X(30) VALUE "Dotacion-snapshot.DAT".
           05  FILLER PIC X(30) VALUE "Personal-auditoria.TXT".
           05  FILLER PIC X(30) VALUE "Diario-archivo-rep.TXT".
           05  FILLER PIC X(30) VALUE "Empleado-foto.DAT".
           05  FILLER PIC X(30) VALUE "Empleado-foto-rep.TXT".
           05  FILLER PIC X(30) VALUE "Payroll-retorno.DAT".
           05  FILLER PIC X(30) VALUE "Payroll-concilia.TXT".
           05  FILLER PIC X(30) VALUE "Catalogo-rrhh.DAT".
           05  FILLER PIC X(30) VALUE "Cierre-diario-rep.TXT".
           05  FILLER PIC X(30) VALUE "Personal-rotacion.TXT".
           05  FILLER PIC X(30) VALUE "Novedades-pend.DAT".
           05  FILLER PIC X(30) VALUE "Novedades-pend.TXT".
           05  FILLER PIC X(30) VALUE "Licencias.DAT".
           05  FILLER PIC X(30) VALUE "Vacaciones-saldo.TXT".
           05  FILLER PIC X(30) VALUE "Liquidaciones.DAT".
           05  FILLER PIC X(30) VALUE "Liquidacion-final.TXT".
           05  FILLER PIC X(30) VALUE "Familiares.DAT".
           05  FILLER PIC X(30) VALUE "Hijos-18.TXT".
           05  FILLER PIC X(30) VALUE "Afip-declaracion.DAT".
           05  FILLER PIC X(30) VALUE "Afip-control.DAT".
           05  FILLER PIC X(30) VALUE "Afip-retenidos.DAT".
           05  FILLER PIC X(30) VALUE "Afip-excepciones.TXT".
           05  FILLER PIC X(30) VALUE "Certificado-trabajo.TXT".
           05  FILLER PIC X(30) VALUE "Cert-emitidos.DAT".
           05  FILLER PIC X(30) VALUE "Presupuesto-dot.DAT".
           05  FILLER PIC X(30) VALUE "Presupuesto-vacantes.TXT".
       01  FILLER REDEFINES WS-NOMBRES-ARCHIVOS.
           05  WS-NOMBRE-ARCH-ENT OCCURS 47 TIMES PIC X(30).

       77  FS-REPORTE               PIC  X(02)   VALUE ' '.
           88 88-FS-REPORTE-YES                  VALUE '00'.
           88 88-FS-REPORTE-EOF                  VALUE '10'.
      *----------------------------------------------------------------*
      *AREAS DEL BACKUP/RELOAD DEL MAESTRO (940/950). EL NOMBRE DEL
      *ARCHIVO DE BACKUP SE ARMA MOVIENDO LA GENERACION A
      *WS-GEN-DIGITO Y PERFORMANDO 044-5; WS-BACKUP-PATH ES EL ASSIGN
      *DEL SELECT.
      *----------------------------------------------------------------*
       77  WS-BACKUP-PATH           PIC X(120)   VALUE SPACES.
       77  WS-GEN-DIGITO            PIC 9(01)    VALUE 1.

       77  WS-GEN-ALFA              PIC X(02)    VALUE SPACES.
       77  WS-GEN-BACKUP            PIC 9(02)    VALUE 0.
           88 88-FS-OPERADORES-YES               VALUE '00'.
           88 88-FS-OPERADORES-NOFILE            VALUE '35'.

       77  FS-ACCESOS               PIC  X(02)   VALUE ' '.
           88 88-FS-ACCESOS-YES                  VALUE '00'.
           88 88-FS-ACCESOS-NOFILE               VALUE '35'.

       77  FS-SEG-REP               PIC  X(02)   VALUE ' '.
           88 88-FS-SEG-REP-YES                  VALUE '00'.

       77  FS-BLOQUEOS              PIC  X(02)   VALUE ' '.
           88 88-FS-BLOQUEOS-YES                 VALUE '00'.
           88 88-FS-BLOQUEOS-NOFILE              VALUE '35'.
           88 88-FS-BLOQUEOS-EOF                 VALUE '10'.

      *----------------------------------------------------------------*
      *AREAS DEL INGRESO DE OPERADOR (015 A 025). EL USUARIO
      *FIRMADO QUEDA EN WS-USUARIO TODA LA SESION Y SE GRABA EN
      *CADA REGISTRO DEL DIARIO DE NOVEDADES, PARA PODER ATRIBUIR
      *CADA ACTUALIZACION A UNA PERSONA.
           88 88-PERFIL-ACTUALIZA                VALUE 'A' 'a'.
           88 88-PERFIL-CONSULTA                 VALUE 'C' 'c'.

      *----------------------------------------------------------------*
      *AREAS DE LA ADMINISTRACION DE OPERADORES (019-039): EL ARCHIVO
      *DE OPERADORES SE CARGA ENTERO EN WS-TABLA-OPE, SE ACTUALIZA EN
      *LA TABLA Y SE REGRABA COMPLETO (ES UN ARCHIVO DE LINEAS, SIN
      *REWRITE). LOS INTENTOS FALLIDOS SE GUARDAN EN EL ARCHIVO PARA
      *QUE EL BLOQUEO VALGA ENTRE CORRIDAS.
      *----------------------------------------------------------------*
       77  WS-OPE-DIAS-VIGENCIA     PIC 9(03)    VALUE 90.
       77  WS-OPE-MAX-FALLIDOS      PIC 9(02)    VALUE 5.
       77  WS-OPE-CANT              PIC 9(03)    VALUE 0.
       77  WS-OPE-IDX               PIC 9(03)    VALUE 0.
       77  WS-OPE-HIT               PIC 9(03)    VALUE 0.
       77  WS-OPE-ACTUAL            PIC 9(03)    VALUE 0.
       77  WS-OPE-CONVERTIDOS       PIC 9(03)    VALUE 0.
       77  WS-OPE-DIAS              PIC S9(07)   VALUE 0.
       77  SW-TABLA-OPE-LLENA       PIC X(01)    VALUE ' '.
       77  SW-OPE-GRABADO           PIC X(01)    VALUE 'N'.
       77  SW-OPE-DATO-OK           PIC X(01)    VALUE ' '.
       77  SW-CLAVE-CAMBIADA        PIC X(01)    VALUE 'N'.
       77  SW-CAMBIO-FORZADO        PIC X(01)    VALUE 'N'.
       77  WS-OPE-OPCION            PIC X(01)    VALUE ' '.
           88 88-OPEOP-ALTA                      VALUE 'A' 'a'.
           88 88-OPEOP-DESHABILITAR              VALUE 'D' 'd'.
           88 88-OPEOP-HABILITAR                 VALUE 'H' 'h'.
           88 88-OPEOP-BLANQUEO                  VALUE 'B' 'b'.
           88 88-OPEOP-LISTADO                   VALUE 'L' 'l'.
           88 88-OPEOP-INFORME                   VALUE 'I' 'i'.
           88 88-OPEOP-FIN                       VALUE 'F' 'f'.
       77  WS-OPE-RESP              PIC X(01)    VALUE ' '.
       77  WS-OPE-USUARIO-IN        PIC X(08)    VALUE SPACES.
       77  WS-PASS-ACTUAL           PIC X(08)    VALUE SPACES.
       77  WS-PASS-NUEVA            PIC X(08)    VALUE SPACES.
       77  WS-PASS-CONFIRMA         PIC X(08)    VALUE SPACES.
       77  WS-HASH-IDX              PIC 9(02)    VALUE 0.
       77  WS-HASH-TRABAJO          PIC 9(18)    VALUE 0.
       77  WS-OPE-INTENTOS          PIC 9(01)    VALUE 0.
       77  WS-ACC-RESULTADO         PIC X(01)    VALUE ' '.

      *    ENTRADA DE LA CLAVE DERIVADA: USUARIO + PASSWORD, PARA QUE
      *    DOS OPERADORES CON LA MISMA PASSWORD NO TENGAN LA MISMA
      *    CLAVE GUARDADA.
       01  WS-HASH-ENTRADA.
           05  WS-HASH-USUARIO         PIC X(08).
           05  WS-HASH-PASSWORD        PIC X(08).

       01  WS-HASH-AREA.
           05  WS-HASH-VALOR           PIC 9(10)   VALUE 0.
           05  WS-HASH-ALFA REDEFINES WS-HASH-VALOR
                                       PIC X(10).

       01  WS-OPE-REG.
           05  WS-OPE-USUARIO          PIC X(08).
           05  WS-OPE-PASSWORD         PIC X(08).
           05  WS-OPE-PERFIL           PIC X(01).
           05  WS-OPE-CLAVE-HASH       PIC X(10).
           05  WS-OPE-ESTADO           PIC X(01).
               88 88-OPE-ACTIVO                 VALUE 'A'.
               88 88-OPE-DESHABILITADO          VALUE 'D'.
               88 88-OPE-BLOQUEADO              VALUE 'B'.
           05  WS-OPE-FALLIDOS         PIC 9(02).
           05  WS-OPE-FECHA-CLAVE      PIC 9(08).
           05  WS-OPE-ULT-INGRESO      PIC 9(08).
           05  WS-OPE-CAMBIO-OBLIG     PIC X(01).
           05  FILLER                  PIC X(03).

       01  WS-TABLA-OPE.
           05  WS-TOP-ENT OCCURS 200 TIMES PIC X(50).

      *    INFORME DE SEGURIDAD (038).
       77  WS-SEG-DESDE             PIC 9(08)    VALUE 0.
       77  WS-SEG-HASTA             PIC 9(08)    VALUE 0.
       77  WS-SEG-LEIDOS            PIC 9(06)    VALUE 0.
       77  WS-SEG-INGRESOS          PIC 9(06)    VALUE 0.
       77  WS-SEG-FALLIDOS          PIC 9(06)    VALUE 0.
       77  WS-SEG-RECHAZOS          PIC 9(06)    VALUE 0.
       77  WS-SEG-BLOQUEOS          PIC 9(06)    VALUE 0.
       77  WS-SEG-CONFLICTOS        PIC 9(06)    VALUE 0.
       77  WS-SEG-ESTADO-DESC       PIC X(15)    VALUE SPACES.
       77  WS-LINEAS-PAGINA-SEG     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-SEG     PIC 9(03)    VALUE 0.

       01  WS-SEG-HORA-AREA.
           05  WS-SEG-HORA             PIC 9(06)   VALUE 0.
           05  FILLER REDEFINES WS-SEG-HORA.
               10  WS-SEG-HH           PIC 9(02).
               10  WS-SEG-MI           PIC 9(02).
               10  WS-SEG-SS           PIC 9(02).

       01  WS-LINEA-SEG                PIC X(91).

       01  WS-TITULO-SEG.
           03 FILLER                 PIC X(26)    VALUE ' '.
           03 FILLER                 PIC X(40) VALUE
              "INFORME DE SEGURIDAD: ACCESOS AL SISTEMA".
           03 FILLER                 PIC X(25)    VALUE ' '.

       01  WS-SUB-TIT-SEG.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "FECHA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "HORA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "USUARIO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(22)    VALUE "RESULTADO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "MODO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "PERFIL".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "ID EMP".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "OTRO USR".
           05 FILLER              PIC X(03)    VALUE ' '.

       01  WS-DETALLE-SEG.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-SEG-DET-FECHA    PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-SEG-DET-HORA     PIC X(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-SEG-DET-USUARIO  PIC X(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-SEG-DET-RES      PIC X(22).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-SEG-DET-MODO     PIC X(01).
           05 FILLER              PIC X(05)    VALUE ' '.
           05 WS-SEG-DET-PERFIL   PIC X(01).
           05 FILLER              PIC X(06)    VALUE ' '.
           05 WS-SEG-DET-EMP      PIC X(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-SEG-DET-OTRO     PIC X(08).
           05 FILLER              PIC X(03)    VALUE ' '.

      *----------------------------------------------------------------*
      *AREAS DEL CONTROL DE ACTUALIZACIONES SIMULTANEAS (062-067).
      *ANTES DE REGRABAR UN EMPLEADO SE LO VUELVE A LEER Y SE LO
      *COMPARA CON WS-IMAGEN-ANTES (LO QUE SE LEYO AL EMPEZAR): SI
      *OTRO OPERADOR O UN PROCESO LO CAMBIO EN EL MEDIO, NO SE GRABA
      *Y SE MUESTRA QUE CAMBIO. WS-IMAGEN-ACTUAL TIENE EL LAYOUT DEL
      *MAESTRO PARA COMPARAR CAMPO POR CAMPO CONTRA WS-IMAGEN-MAE.
      *----------------------------------------------------------------*
       77  SW-BLOQUEOS-ABIERTO      PIC X(01)    VALUE 'N'.
       77  SW-BLQ-OK                PIC X(01)    VALUE 'N'.
       77  SW-BLQ-TOMADO            PIC X(01)    VALUE 'N'.
       77  SW-BLQ-MASIVO-TOMADO     PIC X(01)    VALUE 'N'.
       77  SW-REG-VIGENTE           PIC X(01)    VALUE 'N'.
       77  WS-BLQ-EMP-ID            PIC 9(06)    VALUE 0.
       77  WS-BLQ-EN-EDICION        PIC 9(04)    VALUE 0.
       77  WS-ACC-EMP-ID            PIC 9(06)    VALUE 0.
       77  WS-ACC-OTRO-USUARIO      PIC X(08)    VALUE SPACES.
       77  WS-AJU-CONFLICTOS        PIC 9(05)    VALUE 0.
       77  SW-FIN-BLOQUEOS          PIC X(01)    VALUE 'N'.
       77  WS-BLQ-SUELDO-ANT        PIC ZZZZZZ9.99.
       77  WS-BLQ-SUELDO-NUEVO      PIC ZZZZZZ9.99.

       01  WS-BLQ-HORA-AREA.
           05  WS-BLQ-HORA             PIC 9(06)   VALUE 0.
           05  FILLER REDEFINES WS-BLQ-HORA.
               10  WS-BLQ-HH           PIC 9(02).
               10  WS-BLQ-MI           PIC 9(02).
               10  WS-BLQ-SS           PIC 9(02).

       01  WS-IMAGEN-ACTUAL.
           05  ACT-ID-MAE          PIC 9(06).
           05  ACT-APELLIDO-MAE    PIC X(15).
           05  ACT-NOMBRE-MAE      PIC X(15).
           05  ACT-EDAD-MAE        PIC 9(02).
           05  ACT-FECHA-NAC-MAE   PIC 9(08).
           05  ACT-DIRECCION-MAE   PIC X(15).
           05  ACT-TELEFONO-MAE    PIC X(10).
           05  ACT-ESTADO-MAE      PIC X(01).
           05  ACT-FECHA-BAJA-MAE  PIC 9(08).
           05  ACT-LEGAJO-MAE      PIC 9(05).
           05  ACT-CUIL-MAE        PIC 9(11).
           05  ACT-SECTOR-MAE      PIC X(15).
           05  ACT-CARGO-MAE       PIC X(15).
           05  ACT-FECHA-ING-MAE   PIC 9(08).
           05  ACT-SUELDO-MAE      PIC 9(07)V99.

       77  SW-EXT-PENDIENTE         PIC X(01)    VALUE 'N'.
       77  WS-RESP-CONSUMO          PIC X(01)    VALUE ' '.
       77  WS-EXT-SECUENCIA         PIC 9(06)    VALUE 0.
       77  WS-EXT-CANTIDAD          PIC 9(06)    VALUE 0.
       77  WS-HASH-ID               PIC 9(12)    VALUE 0.
       77  WS-EXT-CANT-FAM          PIC 9(06)    VALUE 0.
       77  WS-HASH-FAM              PIC 9(12)    VALUE 0.

       77  FS-RECHAZO               PIC  X(02)   VALUE ' '.
           88 88-FS-RECHAZO-YES                  VALUE '00'.
           88 88-MODO-CATALOGO                   VALUE 'G' 'g'.
           88 88-MODO-CIERRE                     VALUE 'N' 'n'.
           88 88-MODO-ROTACION                   VALUE 'O' 'o'.
           88 88-MODO-AFIP                       VALUE 'S' 's'.
           88 88-MODO-PRESUPUESTO                VALUE 'H' 'h'.
           88 88-MODO-OPERADORES                 VALUE 'K' 'k'.

      *----------------------------------------------------------------*
      *AREAS DEL AJUSTE SALARIAL MASIVO (600): FILTROS DE SECTOR Y
       77  FS-DIA-RES               PIC  X(02)   VALUE ' '.
           88 88-FS-DIA-RES-YES                  VALUE '00'.

       77  WS-ARCH-PATH             PIC X(120)   VALUE SPACES.
       77  WS-ARCH-GEN-DIG          PIC 9(01)    VALUE 1.

       77  WS-GEN-ARCHIVO           PIC 9(02)    VALUE 0.
       77  SW-CORTE-OK              PIC X(01)    VALUE 'N'.

      *----------------------------------------------------------------*
      *AREAS DEL CIERRE DIARIO (670): LA CADENA NOCTURNA CORRE LOS
      *PASOS EN ORDEN FIJO (BACKUP, NOVEDADES CON VIGENCIA, BATCH,
      *EXTRACTO, REGENERACION), SE CORTA EN EL PRIMER PASO QUE
      *FALLA Y DEJA HORARIOS, ESTADO Y CONTADORES DE CADA PASO PARA
      *EL INFORME CONSOLIDADO.
      *----------------------------------------------------------------*
       77  FS-CIERRE                PIC  X(02)   VALUE ' '.
           88 88-FS-CIERRE-YES                   VALUE '00'.
       77  WS-CIERRE-HORA-FIN       PIC 9(06)    VALUE 0.

       01  WS-TABLA-CIERRE.
           05  WS-CIE-ENT OCCURS 5 TIMES.
               10  WS-CIE-NOMBRE       PIC X(14).
               10  WS-CIE-HORA-INI     PIC 9(06).
               10  WS-CIE-HORA-FIN     PIC 9(06).
               10  WS-BAJ-DD           PIC 9(02).
               10  WS-BAJ-MM           PIC 9(02).
               10  WS-BAJ-AAAA         PIC 9(04).
               10  WS-BAJ-MOTIVO       PIC X(17).

       01  WS-LINEA-ROT                PIC X(91).

           05 FILLER              PIC X(06)    VALUE "SECTOR".
           05 FILLER              PIC X(11)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "FECHA BAJA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "MOTIVO".
           05 FILLER              PIC X(14)    VALUE ' '.

       01  WS-DETALLE-BAJ.
           05 FILLER              PIC X(01)    VALUE ' '.
               10 BAJ-DET-MM      PIC 9(02).
               10 FILLER          PIC X VALUE '/'.
               10 BAJ-DET-AAAA    PIC 9(04).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-BAJ-DET-MOTIVO   PIC X(17).
           05 FILLER              PIC X(03)    VALUE ' '.

      *----------------------------------------------------------------*
      *AREAS DE NOVEDADES CON FECHA DE VIGENCIA (530/678): CARGA,
      *ANULACION Y CONSULTA DESDE EL MENU INTERACTIVO, Y APLICACION
      *EN EL CIERRE DIARIO DE LAS QUE VENCEN ESE DIA.
      *----------------------------------------------------------------*
       77  FS-PENDIENTES            PIC  X(02)   VALUE ' '.
           88 88-FS-PENDIENTES-YES               VALUE '00'.
           88 88-FS-PENDIENTES-EOF               VALUE '10'.
           88 88-FS-PENDIENTES-DUP               VALUE '22'.
           88 88-FS-PENDIENTES-NOTFOUND          VALUE '23'.
           88 88-FS-PENDIENTES-NOFILE            VALUE '35'.

       77  FS-PEN-REP               PIC  X(02)   VALUE ' '.
           88 88-FS-PEN-REP-YES                  VALUE '00'.

       77  SW-PENDIENTES-ABIERTO    PIC X(01)    VALUE 'N'.
       77  SW-PEN-VIG-OK            PIC X(01)    VALUE ' '.
       77  SW-PEN-TIPO-OK           PIC X(01)    VALUE ' '.
       77  SW-FIN-PEN-EMP           PIC X(01)    VALUE ' '.
       77  WS-PEN-TIPO-IN           PIC X(01)    VALUE ' '.
       77  WS-PEN-HOY               PIC 9(08)    VALUE 0.
       77  WS-PEN-VIGENCIA          PIC 9(08)    VALUE 0.
       77  WS-PEN-PASADA            PIC 9(01)    VALUE 0.
       77  WS-PEN-APLICADAS         PIC 9(05)    VALUE 0.
       77  WS-PEN-RECHAZADAS        PIC 9(05)    VALUE 0.
       77  WS-PEN-LISTADAS          PIC 9(05)    VALUE 0.
       77  WS-PEN-MOTIVO            PIC X(25)    VALUE SPACES.
       77  WS-PEN-REG-NUEVO         PIC X(120)   VALUE SPACES.
       77  WS-LINEAS-PAGINA-PEN     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-PEN     PIC 9(03)    VALUE 0.

       77  WS-PEN-OPCION            PIC X(01)    VALUE ' '.
           88 88-PENOP-CAMBIO                    VALUE 'C' 'c'.
           88 88-PENOP-SUELDO                    VALUE 'S' 's'.
           88 88-PENOP-BAJA                      VALUE 'B' 'b'.
           88 88-PENOP-ANULAR                    VALUE 'A' 'a'.
           88 88-PENOP-CONSULTA                  VALUE 'I' 'i'.
           88 88-PENOP-LISTADO                   VALUE 'L' 'l'.
           88 88-PENOP-FIN                       VALUE 'F' 'f'.

       01  WS-LINEA-PEN                PIC X(91).

       01  WS-TITULO-PEN.
           03 FILLER                 PIC X(30)    VALUE ' '.
           03 FILLER                 PIC X(31)
                           VALUE "NOVEDADES PENDIENTES DE APLICAR".
           03 FILLER                 PIC X(30)    VALUE ' '.

       01  WS-SUB-TIT-PEN.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(02)    VALUE "ID".
           05 FILLER              PIC X(05)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "APELLIDO".
           05 FILLER              PIC X(08)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "NOMBRE".
           05 FILLER              PIC X(11)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "VIGENCIA".
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "TIPO".
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "DETALLE".
           05 FILLER              PIC X(22)    VALUE ' '.

       01  WS-DETALLE-PEN.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PEN-DET-ID       PIC 9(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PEN-DET-APELLIDO PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PEN-DET-NOMBRE   PIC X(15).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PEN-DET-VIG.
               10 PEN-DET-DD      PIC 9(02).
               10 FILLER          PIC X VALUE '/'.
               10 PEN-DET-MM      PIC 9(02).
               10 FILLER          PIC X VALUE '/'.
               10 PEN-DET-AAAA    PIC 9(04).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PEN-DET-TIPO     PIC X(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PEN-DET-TEXTO    PIC X(29).

      *----------------------------------------------------------------*
      *AREAS DE LICENCIAS Y AUSENCIAS (770) Y DEL SALDO DE
      *VACACIONES (776). LOS DIAS QUE CORRESPONDEN SE CALCULAN CON
      *619-CALC-ANTIGUEDAD AL 31/12 DEL PERIODO (ART. 150 LCT).
      *----------------------------------------------------------------*
       77  FS-LICENCIAS             PIC  X(02)   VALUE ' '.
           88 88-FS-LICENCIAS-YES                VALUE '00'.
           88 88-FS-LICENCIAS-EOF                VALUE '10'.
           88 88-FS-LICENCIAS-DUP                VALUE '22'.
           88 88-FS-LICENCIAS-NOTFOUND           VALUE '23'.
           88 88-FS-LICENCIAS-NOFILE             VALUE '35'.

       77  FS-VACAC                 PIC  X(02)   VALUE ' '.
           88 88-FS-VACAC-YES                    VALUE '00'.

       77  SW-LICENCIAS-ABIERTO     PIC X(01)    VALUE 'N'.
       77  SW-AUS-TIPO-OK           PIC X(01)    VALUE ' '.
       77  SW-AUS-FECHA-OK          PIC X(01)    VALUE ' '.
       77  SW-AUS-PERIODO-OK        PIC X(01)    VALUE ' '.
       77  SW-AUS-SUPERPUESTA       PIC X(01)    VALUE ' '.
       77  SW-FIN-AUS-EMP           PIC X(01)    VALUE ' '.
       77  WS-AUS-TIPO-IN           PIC X(01)    VALUE ' '.
       77  WS-AUS-TIPO-DESC         PIC X(12)    VALUE SPACES.
       77  WS-AUS-DESDE             PIC 9(08)    VALUE 0.
       77  WS-AUS-HASTA             PIC 9(08)    VALUE 0.
       77  WS-AUS-DIAS              PIC 9(03)    VALUE 0.
       77  WS-AUS-DIAS-CALC         PIC S9(07)   VALUE 0.
       77  WS-AUS-PERIODO           PIC 9(04)    VALUE 0.
       77  WS-AUS-PERIODO-ALFA      PIC X(04)    VALUE SPACES.
       77  WS-AUS-OBS               PIC X(30)    VALUE SPACES.
       77  WS-AUS-CHOQUE-DESDE      PIC 9(08)    VALUE 0.
       77  WS-AUS-CHOQUE-HASTA      PIC 9(08)    VALUE 0.
       77  WS-AUS-LISTADAS          PIC 9(05)    VALUE 0.
       77  WS-AUS-REG-NUEVO         PIC X(80)    VALUE SPACES.

       77  WS-AUS-OPCION            PIC X(01)    VALUE ' '.
           88 88-AUSOP-ALTA                      VALUE 'A' 'a'.
           88 88-AUSOP-BAJA                      VALUE 'B' 'b'.
           88 88-AUSOP-CONSULTA                  VALUE 'C' 'c'.
           88 88-AUSOP-SALDO                     VALUE 'S' 's'.
           88 88-AUSOP-FIN                       VALUE 'F' 'f'.

       77  WS-LINEAS-PAGINA-VAC     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-VAC     PIC 9(03)    VALUE 0.
       77  SW-FIN-VACAC             PIC X(01)    VALUE ' '.
       77  SW-HAY-SECTOR-VAC        PIC X(01)    VALUE 'N'.
       77  WS-VAC-SECTOR-ANT        PIC X(15)    VALUE SPACES.
       77  WS-VAC-PERIODO           PIC 9(04)    VALUE 0.
       77  WS-VAC-CORRESP           PIC 9(03)    VALUE 0.
       77  WS-VAC-TOMADOS           PIC 9(04)    VALUE 0.
       77  WS-VAC-SALDO             PIC S9(04)   VALUE 0.
       77  WS-VAC-SALDO-ED          PIC -ZZZ9    VALUE ZEROES.
       77  WS-VAC-LISTADOS          PIC 9(05)    VALUE 0.
       77  WS-VAC-SEC-CORRESP       PIC 9(05)    VALUE 0.
       77  WS-VAC-SEC-TOMADOS       PIC 9(05)    VALUE 0.
       77  WS-VAC-SEC-SALDO         PIC S9(05)   VALUE 0.
       77  WS-VAC-TOT-CORRESP       PIC 9(06)    VALUE 0.
       77  WS-VAC-TOT-TOMADOS       PIC 9(06)    VALUE 0.
       77  WS-VAC-TOT-SALDO         PIC S9(06)   VALUE 0.

       01  WS-LINEA-VAC                PIC X(91).

       01  WS-TITULO-VAC.
           03 FILLER                 PIC X(28)    VALUE ' '.
           03 FILLER                 PIC X(30)
                           VALUE "SALDO DE VACACIONES - PERIODO ".
           03 TIT-VAC-PERIODO        PIC 9(04).
           03 FILLER                 PIC X(29)    VALUE ' '.

       01  WS-SUB-TIT-VAC.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "SECTOR".
           05 FILLER              PIC X(10)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "APELLIDO".
           05 FILLER              PIC X(08)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "NOMBRE".
           05 FILLER              PIC X(10)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "ANIOS".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "CORRESP".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "TOMADOS".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "SALDO".
           05 FILLER              PIC X(13)    VALUE ' '.

       01  WS-DETALLE-VAC.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-VAC-DET-SECTOR   PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-VAC-DET-APELLIDO PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-VAC-DET-NOMBRE   PIC X(15).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-VAC-DET-ANIOS    PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE ' '.
           05 WS-VAC-DET-CORRESP  PIC ZZ9.
           05 FILLER              PIC X(05)    VALUE ' '.
           05 WS-VAC-DET-TOMADOS  PIC ZZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-VAC-DET-SALDO    PIC -ZZZ9.
           05 FILLER              PIC X(14)    VALUE ' '.

       01  WS-SUBTOT-VAC.
           05 FILLER              PIC X(17)
                                  VALUE " SUBTOTAL SECTOR ".
           05 WS-SUB-VAC-SECTOR   PIC X(15).
           05 FILLER              PIC X(11)
                                  VALUE "  CORRESP: ".
           05 WS-SUB-VAC-CORRESP  PIC ZZZZ9.
           05 FILLER              PIC X(11)
                                  VALUE "  TOMADOS: ".
           05 WS-SUB-VAC-TOMADOS  PIC ZZZZ9.
           05 FILLER              PIC X(09)
                                  VALUE "  SALDO: ".
           05 WS-SUB-VAC-SALDO    PIC -ZZZZ9.
           05 FILLER              PIC X(12)    VALUE ' '.

      *----------------------------------------------------------------*
      *AREAS DEL MOTIVO DE BAJA Y DE LA LIQUIDACION FINAL ESTIMADA
      *(541-549).
      *----------------------------------------------------------------*
       77  FS-LIQUIDACIONES         PIC  X(02)   VALUE ' '.
           88 88-FS-LIQUIDACIONES-YES            VALUE '00'.
           88 88-FS-LIQUIDACIONES-EOF            VALUE '10'.
           88 88-FS-LIQUIDACIONES-DUP            VALUE '22'.
           88 88-FS-LIQUIDACIONES-NOTFOUND       VALUE '23'.
           88 88-FS-LIQUIDACIONES-NOFILE         VALUE '35'.

       77  FS-LIQ-REP               PIC  X(02)   VALUE ' '.
           88 88-FS-LIQ-REP-YES                  VALUE '00'.

       77  SW-LIQUIDACIONES-ABIERTO PIC X(01)    VALUE 'N'.
       77  SW-MOTIVO-OK             PIC X(01)    VALUE ' '.
       77  SW-FIN-LIQ-EMP           PIC X(01)    VALUE ' '.
       77  SW-LIQ-HALLADA           PIC X(01)    VALUE ' '.

       77  WS-MOTIVO-BAJA           PIC X(01)    VALUE ' '.
           88 88-MOT-RENUNCIA                    VALUE 'R'.
           88 88-MOT-DESPIDO                     VALUE 'D'.
           88 88-MOT-FIN-CONTRATO                VALUE 'C'.
           88 88-MOT-JUBILACION                  VALUE 'J'.
           88 88-MOT-FALLECIMIENTO               VALUE 'F'.
       77  WS-MOTIVO-DESC           PIC X(17)    VALUE SPACES.

       77  WS-LIQ-BAJA              PIC 9(08)    VALUE 0.
       77  WS-LIQ-ING               PIC 9(08)    VALUE 0.
       77  WS-LIQ-INICIO            PIC 9(08)    VALUE 0.
       77  WS-LIQ-DIAS-CALC         PIC S9(07)   VALUE 0.
       77  WS-LIQ-MESES             PIC S9(05)   VALUE 0.
       77  WS-LIQ-FRACCION          PIC S9(03)   VALUE 0.
       77  WS-LIQ-VAC-NETO          PIC S9(03)V99 VALUE 0.
       77  WS-LIQ-REG-NUEVO         PIC X(200)   VALUE SPACES.
       77  WS-LIQ-ING-TXT           PIC X(10)    VALUE SPACES.
       77  WS-LIQ-BAJA-TXT          PIC X(10)    VALUE SPACES.
       77  WS-LIQ-CANT-ED           PIC ZZ9      VALUE ZEROES.
       77  WS-LIQ-DIAS-ED           PIC ZZ9.99   VALUE ZEROES.
       77  WS-LIQ-IMPORTE-ED        PIC ZZZZZZZZ9.99 VALUE ZEROES.
       77  WS-NUMERO-PAGINA-LIQ     PIC 9(03)    VALUE 0.

       01  WS-LIQ-FECHA-AREA.
           05  WS-LIQ-FECHA            PIC 9(08)   VALUE 0.
           05  FILLER REDEFINES WS-LIQ-FECHA.
               10  WS-LIQ-F-AAAA       PIC 9(04).
               10  WS-LIQ-F-MM         PIC 9(02).
               10  WS-LIQ-F-DD         PIC 9(02).

       01  WS-LINEA-LIQ                PIC X(91).

       01  WS-TITULO-LIQ.
           03 FILLER                 PIC X(32)    VALUE ' '.
           03 FILLER                 PIC X(26)
                           VALUE "LIQUIDACION FINAL ESTIMADA".
           03 FILLER                 PIC X(33)    VALUE ' '.

       01  WS-SUB-TIT-LIQ.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "CONCEPTO".
           05 FILLER              PIC X(34)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "CANTIDAD".
           05 FILLER              PIC X(14)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "     IMPORTE".
           05 FILLER              PIC X(13)    VALUE ' '.

       01  WS-DETALLE-LIQ.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LIQ-DET-CONCEPTO PIC X(40).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LIQ-DET-CANT     PIC X(20).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LIQ-DET-IMPORTE  PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(13)    VALUE ' '.

      *----------------------------------------------------------------*
      *AREAS DE CARGAS DE FAMILIA (780-789).
      *----------------------------------------------------------------*
       77  FS-FAMILIARES            PIC  X(02)   VALUE ' '.
           88 88-FS-FAMILIARES-YES               VALUE '00'.
           88 88-FS-FAMILIARES-EOF               VALUE '10'.
           88 88-FS-FAMILIARES-DUP               VALUE '22'.
           88 88-FS-FAMILIARES-NOTFOUND          VALUE '23'.
           88 88-FS-FAMILIARES-NOFILE            VALUE '35'.

       77  FS-FAM-REP               PIC  X(02)   VALUE ' '.
           88 88-FS-FAM-REP-YES                  VALUE '00'.

       77  SW-FAMILIARES-ABIERTO    PIC X(01)    VALUE 'N'.
       77  SW-FIN-FAM-EMP           PIC X(01)    VALUE ' '.
       77  SW-FIN-FAMILIA           PIC X(01)    VALUE ' '.
       77  SW-FAM-DATO-OK           PIC X(01)    VALUE ' '.
       77  SW-FAM-HALLADO           PIC X(01)    VALUE ' '.
       77  WS-FAM-PARENTESCO-IN     PIC X(01)    VALUE ' '.
       77  WS-FAM-PAR-DESC          PIC X(11)    VALUE SPACES.
       77  WS-FAM-TIPO-DOC-IN       PIC X(01)    VALUE ' '.
       77  WS-FAM-DOC-ALFA          PIC X(11)    VALUE SPACES.
       77  WS-FAM-DNI               PIC 9(08)    VALUE 0.
       77  WS-FAM-RESP              PIC X(01)    VALUE ' '.
       77  WS-FAM-SEC-BUSCADA       PIC 9(02)    VALUE 0.
       77  WS-FAM-ULT-SEC           PIC 9(02)    VALUE 0.
       77  WS-FAM-LISTADOS          PIC 9(05)    VALUE 0.
       77  WS-FAM-HOY               PIC 9(08)    VALUE 0.
       77  WS-FAM-LIMITE            PIC 9(08)    VALUE 0.
       77  WS-FAM-FECHA-18          PIC 9(08)    VALUE 0.
       77  WS-FAM-MESES             PIC 9(02)    VALUE 0.
       77  WS-FAM-MES-ABS           PIC 9(06)    VALUE 0.
       77  WS-LINEAS-PAGINA-FAM     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-FAM     PIC 9(03)    VALUE 0.

       77  WS-FAM-OPCION            PIC X(01)    VALUE ' '.
           88 88-FAMOP-ALTA                      VALUE 'A' 'a'.
           88 88-FAMOP-CAMBIO                    VALUE 'C' 'c'.
           88 88-FAMOP-BAJA                      VALUE 'B' 'b'.
           88 88-FAMOP-CONSULTA                  VALUE 'I' 'i'.
           88 88-FAMOP-LISTADO                   VALUE 'L' 'l'.
           88 88-FAMOP-FIN                       VALUE 'F' 'f'.

       01  WS-FAM-FECHA-AREA.
           05  WS-FAM-FECHA            PIC 9(08)   VALUE 0.
           05  FILLER REDEFINES WS-FAM-FECHA.
               10  WS-FAM-F-AAAA       PIC 9(04).
               10  WS-FAM-F-MM         PIC 9(02).
               10  WS-FAM-F-DD         PIC 9(02).

       01  WS-LINEA-FAM                PIC X(91).

       01  WS-TITULO-FAM.
           03 FILLER                 PIC X(22)    VALUE ' '.
           03 FILLER                 PIC X(36)
                  VALUE "HIJOS A CARGO QUE CUMPLEN 18 ANIOS -".
           03 FILLER                 PIC X(10)
                                     VALUE " PROXIMOS ".
           03 TIT-FAM-MESES          PIC Z9.
           03 FILLER                 PIC X(06)    VALUE " MESES".
           03 FILLER                 PIC X(15)    VALUE ' '.

       01  WS-SUB-TIT-FAM.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "CUMPLE 18".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "EMPLEADO".
           05 FILLER              PIC X(09)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "NOMBRE".
           05 FILLER              PIC X(11)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "APELLIDO".
           05 FILLER              PIC X(09)    VALUE ' '.
           05 FILLER              PIC X(13)    VALUE "OBSERVACION".
           05 FILLER              PIC X(07)    VALUE ' '.

       01  WS-DETALLE-FAM.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-FAM-DET-FECHA.
               10 FAM-DET-DD      PIC 9(02).
               10 FILLER          PIC X VALUE '/'.
               10 FAM-DET-MM      PIC 9(02).
               10 FILLER          PIC X VALUE '/'.
               10 FAM-DET-AAAA    PIC 9(04).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-FAM-DET-LEGAJO   PIC 9(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-FAM-DET-EMPLEADO PIC X(15).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-FAM-DET-NOMBRE   PIC X(15).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-FAM-DET-APELLIDO PIC X(15).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-FAM-DET-OBS      PIC X(14).
           05 FILLER              PIC X(06)    VALUE ' '.

      *----------------------------------------------------------------*
      *AREAS DE LA DECLARACION DE ALTAS Y BAJAS A AFIP (960-969).
      *----------------------------------------------------------------*
       77  FS-AFIP                  PIC  X(02)   VALUE ' '.
           88 88-FS-AFIP-YES                     VALUE '00'.

       77  FS-CTL-AFIP              PIC  X(02)   VALUE ' '.
           88 88-FS-CTL-AFIP-YES                 VALUE '00'.

       77  FS-AFIP-RET              PIC  X(02)   VALUE ' '.
           88 88-FS-AFIP-RET-YES                 VALUE '00'.
           88 88-FS-AFIP-RET-EOF                 VALUE '10'.
           88 88-FS-AFIP-RET-DUP                 VALUE '22'.
           88 88-FS-AFIP-RET-NOTFOUND            VALUE '23'.
           88 88-FS-AFIP-RET-NOFILE              VALUE '35'.

       77  FS-AFIP-EXC              PIC  X(02)   VALUE ' '.
           88 88-FS-AFIP-EXC-YES                 VALUE '00'.

       77  SW-AFIP-PENDIENTE        PIC X(01)    VALUE 'N'.
       77  SW-AFIP-PRIMERA          PIC X(01)    VALUE 'N'.
       77  SW-AFIP-VALIDO           PIC X(01)    VALUE ' '.
       77  WS-AFIP-RESP             PIC X(01)    VALUE ' '.
       77  WS-AFIP-SECUENCIA        PIC 9(06)    VALUE 0.
       77  WS-AFIP-SEC-ANT          PIC 9(06)    VALUE 0.
       77  WS-AFIP-DESDE            PIC 9(14)    VALUE 0.
       77  WS-AFIP-HASTA            PIC 9(14)    VALUE 0.
       77  WS-AFIP-TIPO-TRANS       PIC X(01)    VALUE ' '.
       77  WS-AFIP-CAUSA            PIC X(22)    VALUE SPACES.
       77  WS-AFIP-FECHA-ING        PIC 9(08)    VALUE 0.
       77  WS-AFIP-DECLARADOS       PIC 9(06)    VALUE 0.
       77  WS-AFIP-RETENIDOS        PIC 9(05)    VALUE 0.
       77  WS-AFIP-NUEVOS-RET       PIC 9(05)    VALUE 0.
       77  WS-AFIP-HASH             PIC 9(15)    VALUE 0.
       77  WS-LINEAS-PAGINA-AFE     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-AFE     PIC 9(03)    VALUE 0.

      *    FECHA-HORA DEL MOVIMIENTO, COMO LA GRABA EL DIARIO.
       01  WS-AFIP-FH-AREA.
           05  WS-AFIP-FH              PIC 9(14)   VALUE 0.
           05  FILLER REDEFINES WS-AFIP-FH.
               10  WS-AFIP-FH-FECHA    PIC 9(08).
               10  WS-AFIP-FH-HORA     PIC 9(06).

      *    FECHA DE INGRESO DE LA IMAGEN (DDMMAAAA, COMO EL MAESTRO).
       01  WS-AFIP-ING-AREA.
           05  WS-AFIP-ING-DDMMAAAA    PIC 9(08)   VALUE 0.
           05  FILLER REDEFINES WS-AFIP-ING-DDMMAAAA.
               10  WS-AFIP-ING-DD      PIC 9(02).
               10  WS-AFIP-ING-MM      PIC 9(02).
               10  WS-AFIP-ING-AAAA    PIC 9(04).

       01  WS-AFIP-FECHA-AREA.
           05  WS-AFIP-FECHA           PIC 9(08)   VALUE 0.
           05  FILLER REDEFINES WS-AFIP-FECHA.
               10  WS-AFIP-F-AAAA      PIC 9(04).
               10  WS-AFIP-F-MM        PIC 9(02).
               10  WS-AFIP-F-DD        PIC 9(02).

       01  WS-LINEA-AFE                PIC X(91).

       01  WS-TITULO-AFE.
           03 FILLER                 PIC X(27)    VALUE ' '.
           03 FILLER                 PIC X(36)
                   VALUE "EXCEPCIONES DE LA DECLARACION A AFIP".
           03 FILLER                 PIC X(28)    VALUE ' '.

       01  WS-SUB-TIT-AFE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "FECHA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "TIPO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "ID".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "LEGAJO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "APELLIDO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "NOMBRE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(22)    VALUE "CAUSA".

       01  WS-DETALLE-AFE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-AFE-DET-FECHA.
               10 AFE-DET-DD      PIC 9(02).
               10 FILLER          PIC X VALUE '/'.
               10 AFE-DET-MM      PIC 9(02).
               10 FILLER          PIC X VALUE '/'.
               10 AFE-DET-AAAA    PIC 9(04).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-AFE-DET-TIPO     PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-AFE-DET-ID       PIC 9(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-AFE-DET-LEGAJO   PIC 9(05).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-AFE-DET-APELLIDO PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-AFE-DET-NOMBRE   PIC X(15).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-AFE-DET-CAUSA    PIC X(22).

      *----------------------------------------------------------------*
      *AREAS DEL CERTIFICADO DE TRABAJO Y CONSTANCIA DE SERVICIOS
      *(590-598): TRAYECTORIA DE SECTOR/CARGO ARMADA DESDE LAS
      *IMAGENES DEL DIARIO Y DE SUS GENERACIONES ARCHIVADAS.
      *----------------------------------------------------------------*
       77  FS-CERT-REP              PIC  X(02)   VALUE ' '.
           88 88-FS-CERT-REP-YES                 VALUE '00'.

       77  FS-CERT-LOG              PIC  X(02)   VALUE ' '.
           88 88-FS-CERT-LOG-YES                 VALUE '00'.
           88 88-FS-CERT-LOG-NOFILE              VALUE '35'.

       77  SW-CER-CON-SUELDO        PIC X(01)    VALUE 'N'.
       77  SW-CER-ABIERTO           PIC X(01)    VALUE 'N'.
       77  SW-CER-IMPRESO           PIC X(01)    VALUE 'N'.
       77  SW-TABLA-CER-LLENA       PIC X(01)    VALUE ' '.
       77  WS-CER-RESP              PIC X(01)    VALUE ' '.
       77  WS-CER-GEN               PIC 9(02)    VALUE 0.
       77  WS-CER-GEN-VEZ           PIC 9(02)    VALUE 0.
       77  WS-CER-MOVS              PIC 9(05)    VALUE 0.
       77  WS-CER-IDX               PIC 9(02)    VALUE 0.
       77  WS-CER-DESDE-NUE         PIC 9(08)    VALUE 0.
       77  WS-CER-HASTA-NUE         PIC 9(08)    VALUE 0.
       77  WS-CER-HASTA-EF          PIC 9(08)    VALUE 0.
       77  WS-CER-ING-ANTES         PIC 9(08)    VALUE 0.
       77  WS-CER-SECTOR-ANTES      PIC X(15)    VALUE SPACES.
       77  WS-CER-CARGO-ANTES       PIC X(15)    VALUE SPACES.
       77  WS-CER-HOY               PIC 9(08)    VALUE 0.
       77  WS-CER-TOT-DIAS          PIC 9(06)    VALUE 0.
       77  WS-CER-RESTO             PIC 9(06)    VALUE 0.
       77  WS-CER-ANIOS             PIC 9(03)    VALUE 0.
       77  WS-CER-MESES             PIC 9(02)    VALUE 0.
       77  WS-CER-DIAS              PIC 9(02)    VALUE 0.
       77  WS-CER-ING-TXT           PIC X(10)    VALUE SPACES.
       77  WS-CER-EGR-TXT           PIC X(12)    VALUE SPACES.
       77  WS-LINEAS-PAGINA-CER     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-CER     PIC 9(03)    VALUE 0.

      *    REGISTRO DEL DIARIO (VIVO O ARCHIVADO) LEIDO CON INTO.
       01  WS-CER-DIARIO.
           05  WS-CER-JRN-FECHA        PIC 9(08).
           05  WS-CER-JRN-HORA         PIC 9(06).
           05  WS-CER-JRN-TIPO         PIC X(01).
           05  WS-CER-JRN-ORIGEN       PIC X(01).
           05  WS-CER-JRN-USUARIO      PIC X(08).
           05  WS-CER-JRN-EMP-ID       PIC 9(06).
           05  WS-CER-JRN-ANTES        PIC X(143).
           05  WS-CER-JRN-DESPUES      PIC X(143).

       01  WS-TABLA-CER.
           05  WS-CER-CANT             PIC 9(02)   VALUE 0.
           05  WS-CER-ENT OCCURS 50 TIMES.
               10  WS-CER-SECTOR       PIC X(15).
               10  WS-CER-CARGO        PIC X(15).
               10  WS-CER-DESDE        PIC 9(08).
               10  WS-CER-HASTA        PIC 9(08).

      *    FECHA DEL MAESTRO O DE UNA IMAGEN (DDMMAAAA).
       01  WS-CER-DDMM-AREA.
           05  WS-CER-DDMMAAAA         PIC 9(08)   VALUE 0.
           05  FILLER REDEFINES WS-CER-DDMMAAAA.
               10  WS-CER-DM-DD        PIC 9(02).
               10  WS-CER-DM-MM        PIC 9(02).
               10  WS-CER-DM-AAAA      PIC 9(04).

       01  WS-CER-FECHA-AREA.
           05  WS-CER-FECHA            PIC 9(08)   VALUE 0.
           05  FILLER REDEFINES WS-CER-FECHA.
               10  WS-CER-F-AAAA       PIC 9(04).
               10  WS-CER-F-MM         PIC 9(02).
               10  WS-CER-F-DD         PIC 9(02).

       01  WS-LINEA-CER                PIC X(91).

       01  WS-TITULO-CERT.
           03 FILLER                 PIC X(19)    VALUE ' '.
           03 FILLER                 PIC X(53) VALUE
              "CERTIFICADO DE TRABAJO (ART. 80 LEY CONTRATO TRABAJO)".
           03 FILLER                 PIC X(19)    VALUE ' '.

       01  WS-TITULO-CONST.
           03 FILLER                 PIC X(34)    VALUE ' '.
           03 FILLER                 PIC X(23)
                   VALUE "CONSTANCIA DE SERVICIOS".
           03 FILLER                 PIC X(34)    VALUE ' '.

       01  WS-SUB-TIT-CER.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "DESDE".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "HASTA".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "SECTOR".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "CARGO".
           05 FILLER              PIC X(30)    VALUE ' '.

       01  WS-DETALLE-CER.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-CER-DET-DESDE    PIC X(10).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-CER-DET-HASTA    PIC X(10).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-CER-DET-SECTOR   PIC X(15).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-CER-DET-CARGO    PIC X(15).
           05 FILLER              PIC X(30)    VALUE ' '.

      *----------------------------------------------------------------*
      *AREAS DEL PRESUPUESTO DE DOTACION (970-979): MANTENIMIENTO,
      *CONTROL DEL ALTA E INFORME DE VACANTES Y EXCEDENTES. EL REAL
      *POR CELDA SE ACUMULA EN WS-TABLA-DOTACION CON 623, IGUAL QUE
      *EL RESUMEN DE DOTACION.
      *----------------------------------------------------------------*
       77  FS-PRESUPUESTO           PIC  X(02)   VALUE ' '.
           88 88-FS-PRESUPUESTO-YES              VALUE '00'.
           88 88-FS-PRESUPUESTO-NOTFOUND         VALUE '23'.
           88 88-FS-PRESUPUESTO-DUP              VALUE '22'.
           88 88-FS-PRESUPUESTO-NOFILE           VALUE '35'.

       77  FS-PRE-REP               PIC  X(02)   VALUE ' '.
           88 88-FS-PRE-REP-YES                  VALUE '00'.

       77  SW-PRESUPUESTO-ABIERTO   PIC X(01)    VALUE 'N'.
       77  SW-PRE-DATO-OK           PIC X(01)    VALUE ' '.
       77  SW-PRE-RECHAZO           PIC X(01)    VALUE 'N'.
       77  SW-PRE-EXCEDIDO          PIC X(01)    VALUE 'N'.
       77  WS-PRE-OPCION            PIC X(01)    VALUE ' '.
           88 88-PREOP-ALTA                      VALUE 'A' 'a'.
           88 88-PREOP-MODIF                     VALUE 'M' 'm'.
           88 88-PREOP-BAJA                      VALUE 'B' 'b'.
           88 88-PREOP-LISTADO                   VALUE 'L' 'l'.
           88 88-PREOP-INFORME                   VALUE 'I' 'i'.
           88 88-PREOP-FIN                       VALUE 'F' 'f'.
       77  WS-PRE-RESP              PIC X(01)    VALUE ' '.
       77  WS-PRE-SECTOR-IN         PIC X(15)    VALUE SPACES.
       77  WS-PRE-CARGO-IN          PIC X(15)    VALUE SPACES.
       77  WS-PRE-CEL-SECTOR        PIC X(15)    VALUE SPACES.
       77  WS-PRE-CEL-CARGO         PIC X(15)    VALUE SPACES.
       77  WS-PRE-PERIODO-ALFA      PIC X(04)    VALUE SPACES.
       77  WS-PRE-PUESTOS-ALFA      PIC X(04)    VALUE SPACES.
       77  WS-PRE-MASA-ALFA         PIC X(09)    VALUE SPACES.
       77  WS-PRE-LISTADOS          PIC 9(04)    VALUE 0.
       77  WS-PRE-REAL-CANT         PIC 9(05)    VALUE 0.
       77  WS-PRE-REAL-MASA         PIC 9(11)V99 VALUE 0.
       77  WS-PRE-APR-CANT          PIC 9(05)    VALUE 0.
       77  WS-PRE-APR-MASA          PIC 9(11)V99 VALUE 0.
       77  WS-PRE-VACANTES          PIC 9(05)    VALUE 0.
       77  WS-PRE-EXCEDENTES        PIC 9(05)    VALUE 0.
       77  WS-PRE-DIF-MASA          PIC S9(11)V99 VALUE 0.
       77  WS-PRE-CELDAS            PIC 9(04)    VALUE 0.
       77  WS-PRE-TOT-APR           PIC 9(06)    VALUE 0.
       77  WS-PRE-TOT-REAL          PIC 9(06)    VALUE 0.
       77  WS-PRE-TOT-VAC           PIC 9(06)    VALUE 0.
       77  WS-PRE-TOT-EXC           PIC 9(06)    VALUE 0.
       77  WS-PRE-TOT-MASA-APR      PIC 9(11)V99 VALUE 0.
       77  WS-PRE-TOT-MASA-REAL     PIC 9(11)V99 VALUE 0.
       77  WS-LINEAS-PAGINA-PRE     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-PRE     PIC 9(03)    VALUE 0.
       77  WS-PRE-CANT-ED           PIC ZZZ9.
       77  WS-PRE-MASA-ED           PIC Z(08)9.99.

      *    MARCA DE LAS CELDAS DE WS-TABLA-DOTACION QUE TIENEN
      *    PRESUPUESTO, PARA LISTAR AL FINAL LAS QUE NO LO TIENEN.
       01  WS-TABLA-PRE-USADA.
           05  WS-PRE-USADA OCCURS 300 TIMES PIC X(01).

       01  WS-LINEA-PRE                PIC X(91).

       01  WS-TITULO-PRE.
           03 FILLER                 PIC X(26)    VALUE ' '.
           03 FILLER                 PIC X(40) VALUE
              "PRESUPUESTO DE DOTACION APROBADO VS REAL".
           03 FILLER                 PIC X(25)    VALUE ' '.

       01  WS-SUB-TIT-PRE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "SECTOR".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(15)    VALUE "CARGO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "APRO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "REAL".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "VAC.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "EXC.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "MASA APR.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "MASA REAL".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE " DIF. MASA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "OBS.".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-DETALLE-PRE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-SECTOR   PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-CARGO    PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-APR      PIC ZZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-REAL     PIC ZZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-VAC      PIC ZZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-EXC      PIC ZZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-MASA-APR PIC Z(08)9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-MASA-RE  PIC Z(08)9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-DIF      PIC -(09)9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PRE-DET-OBS      PIC X(06).
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-DETALLE-RET.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RET-DET-LEGAJO   PIC 9(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RET-DET-APELLIDO PIC X(15).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RET-DET-NOMBRE   PIC X(15).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RET-DET-SITUACION PIC X(21).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RET-DET-MOTIVO   PIC X(27).

       77  WS-LINEAS-PAGINA-ORD     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-ORD     PIC 9(03)    VALUE 0.
       77  SW-FIN-ORDEN             PIC X(01)    VALUE ' '.

       77  FS-CUMPLE                PIC  X(02)   VALUE ' '.
           88 88-FS-CUMPLE-YES                   VALUE '00'.

       77  WS-LINEAS-PAGINA-CUM     PIC 9(02)    VALUE 0.
       77  WS-NUMERO-PAGINA-CUM     PIC 9(03)    VALUE 0.
       77  SW-FIN-CUMPLE            PIC X(01)    VALUE ' '.
       77  WS-MES-ALFA              PIC X(02)    VALUE SPACES.
       77  WS-MES-CUMPLE            PIC 9(02)    VALUE 0.
       77  WS-CUM-LISTADOS          PIC 9(05)    VALUE 0.

       77  WS-PROX-EMP-ID           PIC 9(06)    VALUE 0.
       77  WS-EMP-ID-BUSCADO        PIC 9(06)    VALUE 0.

       77  WS-LINEAS-PAGINA         PIC 9(02)    VALUE 0.
       77  WS-MAX-LINEAS-PAGINA     PIC 9(02)    VALUE 50.
       77  WS-NUMERO-PAGINA         PIC 9(03)    VALUE 0.
       77  WS-PAG-ALFA              PIC X(03)    VALUE ' '.
       77  WS-PAG-NUM               PIC 9(03)    VALUE 0.

       77  SW-FECHA-OK              PIC X(01)    VALUE 'N'.
       77  SW-TELEFONO-OK           PIC X(01)    VALUE 'N'.
       77  SW-LEGAJO-OK             PIC X(01)    VALUE 'N'.
       77  SW-CUIL-OK               PIC X(01)    VALUE 'N'.
           88 88-TRANS-HISTORIAL                 VALUE 'H' 'h'.
           88 88-TRANS-LISTADO                   VALUE 'L' 'l'.
           88 88-TRANS-CUMPLE                    VALUE 'M' 'm'.
           88 88-TRANS-PENDIENTES                VALUE 'P' 'p'.
           88 88-TRANS-AUSENCIAS                 VALUE 'E' 'e'.
           88 88-TRANS-LIQUIDACION               VALUE 'Q' 'q'.
           88 88-TRANS-FAMILIA                   VALUE 'G' 'g'.
           88 88-TRANS-CERTIFICADO               VALUE 'T' 't'.
           88 88-TRANS-PASSWORD                  VALUE 'W' 'w'.
           88 88-TRANS-FIN                       VALUE 'F' 'f'.


               05 TIT-2-AAAA         PIC 9(04).

           03 WS-TIT-2.
               05 FILLER             PIC X(03)    VALUE ' '.
               05 TIT-2-EMPRESA      PIC X(30)    VALUE ' '.
               05 FILLER             PIC X(02)    VALUE ' '.
               05 TIT-2-AMBIENTE     PIC X(21)    VALUE ' '.
               05 FILLER             PIC X(02)    VALUE ' '.
               05 FILLER             PIC X(08)    VALUE "PAGINA: ".
               05 TIT-2-PAGINA       PIC ZZ9.
               05 FILLER             PIC X(04)    VALUE ' '.
      *-------------------
       010-INICIO.

           PERFORM 040-CARGAR-PARAMETROS.
           PERFORM 015-SIGNON.
           IF SW-SIGNON-OK NOT = 'S'
               DISPLAY "SE AGOTARON LOS INTENTOS DE INGRESO. "
           DISPLAY "FOTO DEL MAESTRO A UNA FECHA (F), ".
           DISPLAY "RETORNO DE SUELDOS (T), ".
           DISPLAY "CATALOGO DE SECTORES/CARGOS (G), ".
           DISPLAY "DECLARACION DE ALTAS/BAJAS A AFIP (S), ".
           DISPLAY "PRESUPUESTO DE DOTACION (H), ".
           DISPLAY "ADMINISTRACION DE OPERADORES (K), ".
           DISPLAY "CIERRE DIARIO ENCADENADO (N) ".
           DISPLAY "O ROTACION DE PERSONAL (O)? ".
           ACCEPT WS-MODO-PROCESO.
      *    EL INGRESO ACEPTADO SE REGISTRA RECIEN ACA, CON EL MODO
      *    ELEGIDO.
           MOVE 'I' TO WS-ACC-RESULTADO.
           PERFORM 024-REGISTRAR-ACCESO.

      *    TODOS LOS MODOS QUE MODIFICAN O REEMPLAZAN ARCHIVOS
      *    (BATCH, CONVERSION, REGENERACION, EXTRACTO DE SUELDOS,
      *    BACKUP Y RELOAD) EXIGEN EL PERFIL DE ACTUALIZACION; EL
      *    PERFIL DE CONSULTA SOLO CONSERVA EL LISTADO DE
      *    CUMPLEANOS Y EL MENU DE SOLO LECTURA. LOS QUE REGRABAN
      *    TODO EL MAESTRO (BATCH, RELOAD, AJUSTE) NO ARRANCAN
      *    MIENTRAS ALGUIEN ESTE EDITANDO UN EMPLEADO (065).
           EVALUATE TRUE
               WHEN 88-MODO-BATCH
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 065-TOMAR-BLOQUEO-MASIVO
                       IF SW-BLQ-OK = 'S'
                           PERFORM 800-PROCESAR-BATCH
                           PERFORM 066-LIBERAR-BLOQUEO-MASIVO
                       END-IF
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
                   END-IF
               WHEN 88-MODO-RELOAD
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 065-TOMAR-BLOQUEO-MASIVO
                       IF SW-BLQ-OK = 'S'
                           PERFORM 950-RELOAD-MAESTRO
                           PERFORM 066-LIBERAR-BLOQUEO-MASIVO
                       END-IF
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-MODO-AJUSTE
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 065-TOMAR-BLOQUEO-MASIVO
                       IF SW-BLQ-OK = 'S'
                           PERFORM 600-AJUSTE-MASIVO
                           PERFORM 066-LIBERAR-BLOQUEO-MASIVO
                       END-IF
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
                   END-IF
               WHEN 88-MODO-ROTACION
                   PERFORM 680-ROTACION-PERSONAL
               WHEN 88-MODO-AFIP
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 960-DECLARACION-AFIP
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-MODO-PRESUPUESTO
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 970-PRESUPUESTO-DOTACION
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-MODO-OPERADORES
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 030-ADMIN-OPERADORES
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN OTHER
                   PERFORM 110-MENU-TRANSACCION UNTIL 88-TRANS-FIN
           END-EVALUATE.
      *    INGRESO DE OPERADOR CONTRA Operadores.DAT. TRES INTENTOS
      *    FALLIDOS TERMINAN LA CORRIDA. EL PERFIL DEL USUARIO
      *    FIRMADO ('A' ACTUALIZACION / 'C' SOLO CONSULTA) HABILITA
      *    O NO LAS OPCIONES QUE MODIFICAN EL MAESTRO. CADA INTENTO
      *    QUEDA EN EL REGISTRO DE ACCESOS (024); LOS FALLIDOS SE
      *    ACUMULAN EN EL OPERADOR Y LO BLOQUEAN AL LLEGAR A
      *    WS-OPE-MAX-FALLIDOS, AUNQUE SEAN DE CORRIDAS DISTINTAS.
           MOVE 'N' TO SW-SIGNON-OK.
           PERFORM 016-ABRIR-OPERADORES.
           MOVE 0 TO WS-INTENTOS.
       016-ABRIR-OPERADORES.
      *    PRIMER USO: SOLO SI EL ARCHIVO DE OPERADORES NO EXISTE
      *    (ESTADO 35) SE LO CREA CON EL USUARIO INICIAL ADMIN
      *    (PASSWORD ADMIN, PERFIL ACTUALIZACION), QUE DEBE CAMBIAR
      *    LA PASSWORD EN EL PRIMER INGRESO. CUALQUIER
      *    OTRO ERROR DE APERTURA (BLOQUEO, PERMISOS, MEDIO DANIADO)
      *    TERMINA LA CORRIDA: ESTE ES EL ARCHIVO QUE CUSTODIA LAS
      *    ACTUALIZACIONES Y NO DEBE PISARSE CON EL USUARIO DE
               IF 88-FS-OPERADORES-NOFILE
                   OPEN OUTPUT OPERADORES
                   IF 88-FS-OPERADORES-YES
                       MOVE SPACES   TO REG-OPERADOR
                       MOVE "ADMIN"  TO OPE-USUARIO
                       MOVE "ADMIN"  TO OPE-PASSWORD
                       MOVE 'A'      TO OPE-PERFIL
                       MOVE 'S'      TO OPE-CAMBIO-OBLIG
                       WRITE REG-OPERADOR
                       CLOSE OPERADORES
                       DISPLAY "ARCHIVO DE OPERADORES CREADO CON "
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 025-CONVERTIR-OPERADORES.

       017-INTENTO-SIGNON.
           ADD 1 TO WS-INTENTOS.
           ACCEPT WS-USUARIO.
           DISPLAY "PASSWORD: ".
           ACCEPT WS-PASSWORD.
           PERFORM 019-CARGAR-OPERADORES.
           MOVE WS-USUARIO TO WS-OPE-USUARIO-IN.
           PERFORM 020-BUSCAR-OPE-TABLA.
           IF SW-OPE-HALLADO = 'S'
               PERFORM 018-VERIFICAR-OPERADOR
           ELSE
               DISPLAY "USUARIO O PASSWORD INCORRECTO."
               MOVE 'U' TO WS-ACC-RESULTADO
               PERFORM 024-REGISTRAR-ACCESO
           END-IF.

       018-VERIFICAR-OPERADOR.
      *    UN OPERADOR DESHABILITADO O BLOQUEADO NO ENTRA AUNQUE LA
      *    PASSWORD SEA CORRECTA; EL INTENTO IGUAL SE REGISTRA.
           MOVE WS-TOP-ENT(WS-OPE-HIT) TO WS-OPE-REG.
           EVALUATE TRUE
               WHEN 88-OPE-DESHABILITADO
                   DISPLAY "USUARIO DESHABILITADO. CONSULTE AL "
                           "RESPONSABLE DE SEGURIDAD."
                   MOVE 'D' TO WS-ACC-RESULTADO
                   PERFORM 024-REGISTRAR-ACCESO
               WHEN 88-OPE-BLOQUEADO
                   DISPLAY "USUARIO BLOQUEADO POR INTENTOS FALLIDOS. "
                           "PIDA EL BLANQUEO DE LA PASSWORD."
                   MOVE 'B' TO WS-ACC-RESULTADO
                   PERFORM 024-REGISTRAR-ACCESO
               WHEN OTHER
                   MOVE WS-USUARIO  TO WS-HASH-USUARIO
                   MOVE WS-PASSWORD TO WS-HASH-PASSWORD
                   PERFORM 022-CALCULAR-HASH
                   IF WS-HASH-ALFA = WS-OPE-CLAVE-HASH
                       PERFORM 018-5-INGRESO-CORRECTO
                   ELSE
                       PERFORM 018-7-INGRESO-FALLIDO
                   END-IF
           END-EVALUATE.

       018-5-INGRESO-CORRECTO.
      *    PASSWORD VENCIDA (MAS DE WS-OPE-DIAS-VIGENCIA DIAS) O
      *    BLANQUEADA POR EL ADMINISTRADOR: HAY QUE CAMBIARLA ANTES
      *    DE SEGUIR.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE 0            TO WS-OPE-FALLIDOS.
           MOVE WS-SYS-FECHA TO WS-OPE-ULT-INGRESO.
           MOVE WS-OPE-REG   TO WS-TOP-ENT(WS-OPE-HIT).
           PERFORM 021-GRABAR-OPERADORES.
           MOVE 'N' TO SW-CAMBIO-FORZADO.
           IF WS-OPE-CAMBIO-OBLIG = 'S'
               MOVE 'S' TO SW-CAMBIO-FORZADO
               DISPLAY "DEBE CAMBIAR LA PASSWORD ASIGNADA POR EL "
                       "ADMINISTRADOR."
           ELSE
               PERFORM 018-6-DIAS-CLAVE
               IF WS-OPE-DIAS > WS-OPE-DIAS-VIGENCIA
                   MOVE 'S' TO SW-CAMBIO-FORZADO
                   DISPLAY "SU PASSWORD VENCIO (VIGENCIA: "
                           WS-OPE-DIAS-VIGENCIA " DIAS). DEBE "
                           "CAMBIARLA."
               END-IF
           END-IF.
           MOVE 'S' TO SW-CLAVE-CAMBIADA.
           IF SW-CAMBIO-FORZADO = 'S'
               PERFORM 023-CAMBIAR-PASSWORD
           END-IF.
           IF SW-CLAVE-CAMBIADA = 'S'
               MOVE 'S' TO SW-SIGNON-OK
               MOVE WS-OPE-PERFIL TO WS-PERFIL
               DISPLAY "INGRESO ACEPTADO: " WS-USUARIO
           ELSE
               DISPLAY "SIN CAMBIAR LA PASSWORD NO SE PUEDE "
                       "INGRESAR."
           END-IF.

       018-6-DIAS-CLAVE.
      *    DIAS DESDE EL ULTIMO CAMBIO DE PASSWORD; UNA FECHA
      *    INVALIDA SE TOMA COMO VENCIDA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPE-FECHA-CLAVE) = 0
               COMPUTE WS-OPE-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-SYS-FECHA) -
                       FUNCTION INTEGER-OF-DATE(WS-OPE-FECHA-CLAVE)
               END-COMPUTE
           ELSE
               COMPUTE WS-OPE-DIAS = WS-OPE-DIAS-VIGENCIA + 1
           END-IF.

       018-7-INGRESO-FALLIDO.
           ADD 1 TO WS-OPE-FALLIDOS.
           IF WS-OPE-FALLIDOS >= WS-OPE-MAX-FALLIDOS
               MOVE 'B' TO WS-OPE-ESTADO
               MOVE 'L' TO WS-ACC-RESULTADO
               DISPLAY "USUARIO O PASSWORD INCORRECTO. EL USUARIO "
                       "QUEDO BLOQUEADO."
           ELSE
               MOVE 'F' TO WS-ACC-RESULTADO
               DISPLAY "USUARIO O PASSWORD INCORRECTO."
           END-IF.
           MOVE WS-OPE-REG TO WS-TOP-ENT(WS-OPE-HIT).
           PERFORM 021-GRABAR-OPERADORES.
           PERFORM 024-REGISTRAR-ACCESO.

       019-CARGAR-OPERADORES.
           MOVE 0   TO WS-OPE-CANT.
           MOVE ' ' TO SW-TABLA-OPE-LLENA.
           OPEN INPUT OPERADORES.
           IF 88-FS-OPERADORES-YES
               PERFORM 019-5-CARGAR-SIG-OPE
                       UNTIL NOT 88-FS-OPERADORES-YES
               CLOSE OPERADORES
           END-IF.

       019-5-CARGAR-SIG-OPE.
           READ OPERADORES.
           IF 88-FS-OPERADORES-YES
               IF WS-OPE-CANT < 200
                   ADD 1 TO WS-OPE-CANT
                   MOVE REG-OPERADOR TO WS-TOP-ENT(WS-OPE-CANT)
               ELSE
                   MOVE 'S' TO SW-TABLA-OPE-LLENA
               END-IF
           END-IF.

       020-BUSCAR-OPE-TABLA.
      *    BUSCA WS-OPE-USUARIO-IN EN LA TABLA; DEJA LA POSICION EN
      *    WS-OPE-HIT.
           MOVE 'N' TO SW-OPE-HALLADO.
           MOVE 0   TO WS-OPE-HIT.
           PERFORM 020-5-BUSCAR-SIG-OPE
                   VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-CANT
                      OR SW-OPE-HALLADO = 'S'.

       020-5-BUSCAR-SIG-OPE.
           MOVE WS-TOP-ENT(WS-OPE-IDX) TO WS-OPE-REG.
           IF WS-OPE-USUARIO = WS-OPE-USUARIO-IN
               MOVE 'S' TO SW-OPE-HALLADO
               MOVE WS-OPE-IDX TO WS-OPE-HIT
           END-IF.

       021-GRABAR-OPERADORES.
      *    REGRABA Operadores.DAT COMPLETO DESDE LA TABLA. SI LA
      *    TABLA NO ALCANZO PARA TODO EL ARCHIVO NO SE GRABA NADA,
      *    PARA NO PERDER LOS OPERADORES QUE NO ENTRARON.
           MOVE 'N' TO SW-OPE-GRABADO.
           IF SW-TABLA-OPE-LLENA = 'S'
               DISPLAY "Operadores.DAT TIENE MAS DE 200 OPERADORES: "
                       "NO SE ACTUALIZA."
           ELSE
               OPEN OUTPUT OPERADORES
               IF 88-FS-OPERADORES-YES
                   PERFORM 021-5-GRABAR-SIG-OPE
                           VARYING WS-OPE-IDX FROM 1 BY 1
                           UNTIL WS-OPE-IDX > WS-OPE-CANT
                   CLOSE OPERADORES
                   MOVE 'S' TO SW-OPE-GRABADO
               ELSE
                   DISPLAY "ERROR AL GRABAR Operadores.DAT. FS: "
                           FS-OPERADORES
               END-IF
           END-IF.

       021-5-GRABAR-SIG-OPE.
           WRITE REG-OPERADOR FROM WS-TOP-ENT(WS-OPE-IDX).
           IF NOT 88-FS-OPERADORES-YES
               DISPLAY "ERROR AL GRABAR EL OPERADOR. FS: "
                       FS-OPERADORES
           END-IF.

       022-CALCULAR-HASH.
      *    CLAVE DERIVADA DE WS-HASH-ENTRADA (USUARIO + PASSWORD): DOS
      *    VUELTAS DE MULTIPLICAR Y SUMAR CADA CARACTER MODULO UN
      *    PRIMO DE 10 DIGITOS. NO SE PUEDE VOLVER A LA PASSWORD.
           MOVE 7 TO WS-HASH-TRABAJO.
           PERFORM 022-5-HASH-SIG-CARACTER
                   VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 16.
           PERFORM 022-5-HASH-SIG-CARACTER
                   VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 16.
           MOVE WS-HASH-TRABAJO TO WS-HASH-VALOR.

       022-5-HASH-SIG-CARACTER.
           COMPUTE WS-HASH-TRABAJO = FUNCTION MOD(
                   WS-HASH-TRABAJO * 257 +
                   FUNCTION ORD(WS-HASH-ENTRADA(WS-HASH-IDX:1)) *
                   WS-HASH-IDX, 9999999967)
           END-COMPUTE.

       023-CAMBIAR-PASSWORD.
      *    CAMBIO DE LA PROPIA PASSWORD DEL OPERADOR FIRMADO. SI ES
      *    FORZADO (VENCIDA O BLANQUEADA, DESDE 018-5) NO SE PIDE LA
      *    ACTUAL, QUE SE ACABA DE VERIFICAR EN EL INGRESO.
           MOVE 'N' TO SW-CLAVE-CAMBIADA.
           PERFORM 019-CARGAR-OPERADORES.
           MOVE WS-USUARIO TO WS-OPE-USUARIO-IN.
           PERFORM 020-BUSCAR-OPE-TABLA.
           IF SW-OPE-HALLADO NOT = 'S'
               DISPLAY "EL OPERADOR " WS-USUARIO " NO ESTA EN "
                       "Operadores.DAT."
           ELSE
               MOVE 'S' TO SW-OPE-DATO-OK
               IF SW-CAMBIO-FORZADO NOT = 'S'
                   DISPLAY "PASSWORD ACTUAL: "
                   ACCEPT WS-PASS-ACTUAL
                   MOVE WS-USUARIO     TO WS-HASH-USUARIO
                   MOVE WS-PASS-ACTUAL TO WS-HASH-PASSWORD
                   PERFORM 022-CALCULAR-HASH
                   IF WS-HASH-ALFA NOT = WS-OPE-CLAVE-HASH
                       MOVE 'N' TO SW-OPE-DATO-OK
                       DISPLAY "PASSWORD ACTUAL INCORRECTA."
                   END-IF
               END-IF
               IF SW-OPE-DATO-OK = 'S'
                   MOVE 0 TO WS-OPE-INTENTOS
                   PERFORM 023-5-PEDIR-NUEVA
                           UNTIL SW-CLAVE-CAMBIADA = 'S'
                              OR WS-OPE-INTENTOS >= 3
                   IF SW-CLAVE-CAMBIADA = 'S'
                       MOVE WS-OPE-REG TO WS-TOP-ENT(WS-OPE-HIT)
                       PERFORM 021-GRABAR-OPERADORES
                       IF SW-OPE-GRABADO = 'S'
                           DISPLAY "PASSWORD CAMBIADA."
                       ELSE
                           MOVE 'N' TO SW-CLAVE-CAMBIADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       023-5-PEDIR-NUEVA.
           ADD 1 TO WS-OPE-INTENTOS.
           DISPLAY "PASSWORD NUEVA (4 A 8 CARACTERES): ".
           ACCEPT WS-PASS-NUEVA.
           DISPLAY "REPITA LA PASSWORD NUEVA: ".
           ACCEPT WS-PASS-CONFIRMA.
           MOVE WS-USUARIO    TO WS-HASH-USUARIO.
           MOVE WS-PASS-NUEVA TO WS-HASH-PASSWORD.
           PERFORM 022-CALCULAR-HASH.
           EVALUATE TRUE
               WHEN WS-PASS-NUEVA(1:1) = SPACE OR
                    WS-PASS-NUEVA(4:1) = SPACE
                   DISPLAY "LA PASSWORD DEBE TENER AL MENOS 4 "
                           "CARACTERES, SIN BLANCOS AL PRINCIPIO."
               WHEN WS-PASS-NUEVA NOT = WS-PASS-CONFIRMA
                   DISPLAY "LAS DOS PASSWORDS NO COINCIDEN."
               WHEN WS-PASS-NUEVA = WS-USUARIO
                   DISPLAY "LA PASSWORD NO PUEDE SER IGUAL AL "
                           "USUARIO."
               WHEN WS-HASH-ALFA = WS-OPE-CLAVE-HASH
                   DISPLAY "LA PASSWORD NUEVA DEBE SER DISTINTA DE "
                           "LA ACTUAL."
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
                   MOVE WS-HASH-ALFA  TO WS-OPE-CLAVE-HASH
                   MOVE SPACES        TO WS-OPE-PASSWORD
                   MOVE WS-SYS-FECHA  TO WS-OPE-FECHA-CLAVE
                   MOVE 'N'           TO WS-OPE-CAMBIO-OBLIG
                   MOVE 'S' TO SW-CLAVE-CAMBIADA
           END-EVALUATE.

       024-REGISTRAR-ACCESO.
      *    AGREGA UN REGISTRO AL LOG DE ACCESOS CON EL RESULTADO EN
      *    WS-ACC-RESULTADO. EL MODO Y EL PERFIL SOLO TIENEN SENTIDO
      *    CON EL OPERADOR YA FIRMADO; EL EMPLEADO Y EL OTRO OPERADOR
      *    SOLO EN LOS CONFLICTOS DE ACTUALIZACION ('C' Y 'E', 062 A
      *    065). SIN LOG LA CORRIDA SIGUE.
           OPEN EXTEND ACCESOS-LOG.
           IF 88-FS-ACCESOS-NOFILE
               OPEN OUTPUT ACCESOS-LOG
           END-IF.
           IF 88-FS-ACCESOS-YES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               MOVE SPACES           TO REG-ACCESO
               MOVE WS-SYS-FECHA     TO ACC-FECHA
               MOVE WS-SYS-HORA      TO ACC-HORA
               MOVE WS-USUARIO       TO ACC-USUARIO
               MOVE WS-ACC-RESULTADO TO ACC-RESULTADO
               MOVE 0                TO ACC-EMP-ID
               IF SW-SIGNON-OK = 'S'
                   MOVE WS-MODO-PROCESO TO ACC-MODO
                   MOVE WS-PERFIL       TO ACC-PERFIL
               END-IF
               IF WS-ACC-RESULTADO = 'C' OR WS-ACC-RESULTADO = 'E'
                   MOVE WS-ACC-EMP-ID       TO ACC-EMP-ID
                   MOVE WS-ACC-OTRO-USUARIO TO ACC-OTRO-USUARIO
               END-IF
               WRITE REG-ACCESO
               CLOSE ACCESOS-LOG
           ELSE
               DISPLAY "AVISO: NO SE PUDO REGISTRAR EL ACCESO EN "
                       "Accesos-log.DAT. FS: " FS-ACCESOS
           END-IF.
           MOVE 0      TO WS-ACC-EMP-ID.
           MOVE SPACES TO WS-ACC-OTRO-USUARIO.

       025-CONVERTIR-OPERADORES.
      *    LOS OPERADORES DEL FORMATO VIEJO (PASSWORD EN CLARO, SIN
      *    CLAVE DERIVADA) SE CONVIERTEN UNA SOLA VEZ: SE CALCULA LA
      *    CLAVE, SE BORRA LA PASSWORD EN CLARO Y QUEDAN ACTIVOS CON
      *    LA VIGENCIA CONTANDO DESDE HOY.
           PERFORM 019-CARGAR-OPERADORES.
           MOVE 0 TO WS-OPE-CONVERTIDOS.
           PERFORM 025-5-CONVERTIR-SIG-OPE
                   VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-CANT.
           IF WS-OPE-CONVERTIDOS > 0
               PERFORM 021-GRABAR-OPERADORES
               IF SW-OPE-GRABADO = 'S'
                   DISPLAY "OPERADORES PASADOS A PASSWORD CIFRADA: "
                           WS-OPE-CONVERTIDOS
               END-IF
           END-IF.

       025-5-CONVERTIR-SIG-OPE.
           MOVE WS-TOP-ENT(WS-OPE-IDX) TO WS-OPE-REG.
           IF WS-OPE-CLAVE-HASH = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               MOVE WS-OPE-USUARIO  TO WS-HASH-USUARIO
               MOVE WS-OPE-PASSWORD TO WS-HASH-PASSWORD
               PERFORM 022-CALCULAR-HASH
               MOVE WS-HASH-ALFA    TO WS-OPE-CLAVE-HASH
               MOVE SPACES          TO WS-OPE-PASSWORD
               MOVE 'A'             TO WS-OPE-ESTADO
               MOVE 0               TO WS-OPE-FALLIDOS
               MOVE WS-SYS-FECHA    TO WS-OPE-FECHA-CLAVE
               MOVE 0               TO WS-OPE-ULT-INGRESO
               IF WS-OPE-CAMBIO-OBLIG NOT = 'S'
                   MOVE 'N' TO WS-OPE-CAMBIO-OBLIG
               END-IF
               MOVE WS-OPE-REG TO WS-TOP-ENT(WS-OPE-IDX)
               ADD 1 TO WS-OPE-CONVERTIDOS
           END-IF.

       030-ADMIN-OPERADORES.
      *    ADMINISTRACION DE OPERADORES (SOLO PERFIL DE ACTUALIZACION):
      *    ALTA, DESHABILITACION Y REHABILITACION, BLANQUEO DE
      *    PASSWORD (TAMBIEN DESBLOQUEA), LISTADO E INFORME DE
      *    SEGURIDAD DEL REGISTRO DE ACCESOS.
           MOVE ' ' TO WS-OPE-OPCION.
           PERFORM 031-MENU-OPERADORES UNTIL 88-OPEOP-FIN.

       031-MENU-OPERADORES.
           DISPLAY " ".
           DISPLAY "OPERADORES: (A)lta  (D)eshabilitar  (H)abilitar  "
                   "(B)lanqueo de password  ".
           DISPLAY "(L)istado  (I)nforme de seguridad  (F)in: ".
           ACCEPT WS-OPE-OPCION.
           EVALUATE TRUE
               WHEN 88-OPEOP-ALTA
                   PERFORM 032-ALTA-OPERADOR
               WHEN 88-OPEOP-DESHABILITAR
                   PERFORM 033-DESHABILITAR-OPERADOR
               WHEN 88-OPEOP-HABILITAR
                   PERFORM 034-HABILITAR-OPERADOR
               WHEN 88-OPEOP-BLANQUEO
                   PERFORM 035-BLANQUEAR-PASSWORD
               WHEN 88-OPEOP-LISTADO
                   PERFORM 036-LISTADO-OPERADORES
               WHEN 88-OPEOP-INFORME
                   PERFORM 038-INFORME-SEGURIDAD
               WHEN 88-OPEOP-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.

       032-ALTA-OPERADOR.
      *    EL OPERADOR NUEVO ENTRA CON UNA PASSWORD INICIAL QUE DEBE
      *    CAMBIAR EN SU PRIMER INGRESO.
           PERFORM 037-PEDIR-USUARIO-OPE.
           PERFORM 019-CARGAR-OPERADORES.
           PERFORM 020-BUSCAR-OPE-TABLA.
           IF SW-OPE-HALLADO = 'S'
               DISPLAY "EL OPERADOR YA EXISTE."
           ELSE
               IF SW-TABLA-OPE-LLENA = 'S' OR WS-OPE-CANT >= 200
                   DISPLAY "NO HAY LUGAR PARA MAS OPERADORES."
               ELSE
                   MOVE SPACES            TO WS-OPE-REG
                   MOVE WS-OPE-USUARIO-IN TO WS-OPE-USUARIO
                   MOVE 'N' TO SW-OPE-DATO-OK
                   PERFORM 032-5-PEDIR-PERFIL
                           UNTIL SW-OPE-DATO-OK = 'S'
                   MOVE 'N' TO SW-OPE-DATO-OK
                   PERFORM 039-PEDIR-CLAVE-INICIAL
                           UNTIL SW-OPE-DATO-OK = 'S'
                   MOVE 'A' TO WS-OPE-ESTADO
                   MOVE 0   TO WS-OPE-ULT-INGRESO
                   ADD 1 TO WS-OPE-CANT
                   MOVE WS-OPE-REG TO WS-TOP-ENT(WS-OPE-CANT)
                   PERFORM 021-GRABAR-OPERADORES
                   IF SW-OPE-GRABADO = 'S'
                       DISPLAY "OPERADOR " WS-OPE-USUARIO-IN
                               " DADO DE ALTA."
                   END-IF
               END-IF
           END-IF.

       032-5-PEDIR-PERFIL.
           DISPLAY "PERFIL (A=ACTUALIZACION / C=SOLO CONSULTA): ".
           ACCEPT WS-OPE-RESP.
           INSPECT WS-OPE-RESP CONVERTING "ac" TO "AC".
           IF WS-OPE-RESP = 'A' OR WS-OPE-RESP = 'C'
               MOVE WS-OPE-RESP TO WS-OPE-PERFIL
               MOVE 'S' TO SW-OPE-DATO-OK
           ELSE
               DISPLAY "PERFIL INVALIDO. REINGRESE."
           END-IF.

       033-DESHABILITAR-OPERADOR.
           PERFORM 037-PEDIR-USUARIO-OPE.
           IF WS-OPE-USUARIO-IN = WS-USUARIO
               DISPLAY "NO PUEDE DESHABILITAR SU PROPIO USUARIO."
           ELSE
               PERFORM 019-CARGAR-OPERADORES
               PERFORM 020-BUSCAR-OPE-TABLA
               IF SW-OPE-HALLADO NOT = 'S'
                   DISPLAY "NO EXISTE ESE OPERADOR."
               ELSE
                   IF 88-OPE-DESHABILITADO
                       DISPLAY "EL OPERADOR YA ESTA DESHABILITADO."
                   ELSE
                       MOVE 'D' TO WS-OPE-ESTADO
                       MOVE WS-OPE-REG TO WS-TOP-ENT(WS-OPE-HIT)
                       PERFORM 021-GRABAR-OPERADORES
                       IF SW-OPE-GRABADO = 'S'
                           DISPLAY "OPERADOR DESHABILITADO."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       034-HABILITAR-OPERADOR.
      *    REHABILITA UN OPERADOR DESHABILITADO O BLOQUEADO, CON LOS
      *    INTENTOS FALLIDOS EN CERO. LA PASSWORD NO CAMBIA.
           PERFORM 037-PEDIR-USUARIO-OPE.
           PERFORM 019-CARGAR-OPERADORES.
           PERFORM 020-BUSCAR-OPE-TABLA.
           IF SW-OPE-HALLADO NOT = 'S'
               DISPLAY "NO EXISTE ESE OPERADOR."
           ELSE
               IF 88-OPE-ACTIVO
                   DISPLAY "EL OPERADOR YA ESTA HABILITADO."
               ELSE
                   MOVE 'A' TO WS-OPE-ESTADO
                   MOVE 0   TO WS-OPE-FALLIDOS
                   MOVE WS-OPE-REG TO WS-TOP-ENT(WS-OPE-HIT)
                   PERFORM 021-GRABAR-OPERADORES
                   IF SW-OPE-GRABADO = 'S'
                       DISPLAY "OPERADOR HABILITADO."
                   END-IF
               END-IF
           END-IF.

       035-BLANQUEAR-PASSWORD.
      *    ASIGNA UNA PASSWORD PROVISORIA QUE EL OPERADOR DEBE
      *    CAMBIAR AL INGRESAR, Y LO DESBLOQUEA SI ESTABA BLOQUEADO
      *    (UNO DESHABILITADO SIGUE DESHABILITADO).
           PERFORM 037-PEDIR-USUARIO-OPE.
           PERFORM 019-CARGAR-OPERADORES.
           PERFORM 020-BUSCAR-OPE-TABLA.
           IF SW-OPE-HALLADO NOT = 'S'
               DISPLAY "NO EXISTE ESE OPERADOR."
           ELSE
               MOVE 'N' TO SW-OPE-DATO-OK
               PERFORM 039-PEDIR-CLAVE-INICIAL
                       UNTIL SW-OPE-DATO-OK = 'S'
               IF 88-OPE-BLOQUEADO
                   MOVE 'A' TO WS-OPE-ESTADO
               END-IF
               MOVE WS-OPE-REG TO WS-TOP-ENT(WS-OPE-HIT)
               PERFORM 021-GRABAR-OPERADORES
               IF SW-OPE-GRABADO = 'S'
                   DISPLAY "PASSWORD BLANQUEADA. EL OPERADOR DEBE "
                           "CAMBIARLA EN SU PROXIMO INGRESO."
               END-IF
           END-IF.

       036-LISTADO-OPERADORES.
           PERFORM 019-CARGAR-OPERADORES.
           PERFORM 036-5-LISTAR-SIG-OPE
                   VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-CANT.
           DISPLAY "OPERADORES LISTADOS: " WS-OPE-CANT.

       036-5-LISTAR-SIG-OPE.
           MOVE WS-TOP-ENT(WS-OPE-IDX) TO WS-OPE-REG.
           PERFORM 018-6-DIAS-CLAVE.
           PERFORM 038-7-DESC-ESTADO-OPE.
           DISPLAY WS-OPE-USUARIO "  PERFIL: " WS-OPE-PERFIL
                   "  " WS-SEG-ESTADO-DESC
                   "  FALLIDOS: " WS-OPE-FALLIDOS
                   "  ULT.INGRESO: " WS-OPE-ULT-INGRESO.

       037-PEDIR-USUARIO-OPE.
           MOVE 'N' TO SW-OPE-DATO-OK.
           PERFORM 037-5-PEDIR-USUARIO
                   UNTIL SW-OPE-DATO-OK = 'S'.

       037-5-PEDIR-USUARIO.
           DISPLAY "USUARIO DEL OPERADOR: ".
           ACCEPT WS-OPE-USUARIO-IN.
           IF WS-OPE-USUARIO-IN NOT = SPACES
               MOVE 'S' TO SW-OPE-DATO-OK
           ELSE
               DISPLAY "EL USUARIO NO PUEDE QUEDAR EN BLANCO. "
                       "REINGRESE."
           END-IF.

       038-INFORME-SEGURIDAD.
      *    INFORME PERIODICO PARA EL RESPONSABLE DE SEGURIDAD: TODOS
      *    LOS INTENTOS DE INGRESO Y LOS CONFLICTOS DE ACTUALIZACION
      *    DEL PERIODO CON TOTALES POR RESULTADO, Y EL ESTADO DE
      *    CADA OPERADOR (BLOQUEADOS, DESHABILITADOS Y PASSWORDS
      *    VENCIDAS).
           MOVE 'N' TO SW-AUS-FECHA-OK.
           PERFORM 038-1-PEDIR-DESDE-SEG
                   UNTIL SW-AUS-FECHA-OK = 'S'.
           MOVE 'N' TO SW-AUS-FECHA-OK.
           PERFORM 038-2-PEDIR-HASTA-SEG
                   UNTIL SW-AUS-FECHA-OK = 'S'.
           OPEN OUTPUT SEGURIDAD-REP.
           IF 88-FS-SEG-REP-YES
               MOVE 0 TO WS-SEG-LEIDOS
               MOVE 0 TO WS-SEG-INGRESOS
               MOVE 0 TO WS-SEG-FALLIDOS
               MOVE 0 TO WS-SEG-RECHAZOS
               MOVE 0 TO WS-SEG-BLOQUEOS
               MOVE 0 TO WS-SEG-CONFLICTOS
               MOVE 1 TO WS-NUMERO-PAGINA-SEG
               PERFORM 038-8-ENCABEZADO-SEG
               OPEN INPUT ACCESOS-LOG
               IF 88-FS-ACCESOS-YES
                   PERFORM 038-3-LEER-SIG-ACCESO
                           UNTIL NOT 88-FS-ACCESOS-YES
                   CLOSE ACCESOS-LOG
               END-IF
               WRITE REG-SEGURIDAD-REP FROM WS-GUIONES
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-SEG
               STRING " INTENTOS: " WS-SEG-LEIDOS
                      "  ACEPTADOS: " WS-SEG-INGRESOS
                      "  PASSWORD/USUARIO MAL: " WS-SEG-FALLIDOS
                       DELIMITED BY SIZE INTO WS-LINEA-SEG
               END-STRING
               WRITE REG-SEGURIDAD-REP FROM WS-LINEA-SEG
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-SEG
               STRING " SOBRE USUARIOS BLOQUEADOS/DESHABILITADOS: "
                      WS-SEG-RECHAZOS
                      "  BLOQUEOS PRODUCIDOS: " WS-SEG-BLOQUEOS
                       DELIMITED BY SIZE INTO WS-LINEA-SEG
               END-STRING
               WRITE REG-SEGURIDAD-REP FROM WS-LINEA-SEG
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-SEG
               STRING " CONFLICTOS DE ACTUALIZACION (REGISTRO YA "
                      "CAMBIADO O MAESTRO EN USO): " WS-SEG-CONFLICTOS
                       DELIMITED BY SIZE INTO WS-LINEA-SEG
               END-STRING
               WRITE REG-SEGURIDAD-REP FROM WS-LINEA-SEG
                       AFTER ADVANCING 1
               PERFORM 038-5-ESTADO-OPERADORES
               CLOSE SEGURIDAD-REP
               DISPLAY "INFORME DE SEGURIDAD EN "
                       "Accesos-seguridad.TXT. INTENTOS DEL "
                       "PERIODO: " WS-SEG-LEIDOS
           ELSE
               DISPLAY "NO SE PUDO ABRIR Accesos-seguridad.TXT. "
                       "FS: " FS-SEG-REP
           END-IF.

       038-1-PEDIR-DESDE-SEG.
           DISPLAY "INFORME DESDE (AAAAMMDD): ".
           ACCEPT WS-CORTE-ALFA.
           PERFORM 772-9-VALIDAR-FECHA-AUS.
           IF SW-AUS-FECHA-OK = 'S'
               MOVE WS-CORTE-FECHA TO WS-SEG-DESDE
           END-IF.

       038-2-PEDIR-HASTA-SEG.
           DISPLAY "INFORME HASTA (AAAAMMDD): ".
           ACCEPT WS-CORTE-ALFA.
           PERFORM 772-9-VALIDAR-FECHA-AUS.
           IF SW-AUS-FECHA-OK = 'S'
               IF WS-CORTE-FECHA < WS-SEG-DESDE
                   MOVE 'N' TO SW-AUS-FECHA-OK
                   DISPLAY "LA FECHA HASTA NO PUEDE SER ANTERIOR A "
                           "LA FECHA DESDE. REINGRESE."
               ELSE
                   MOVE WS-CORTE-FECHA TO WS-SEG-HASTA
               END-IF
           END-IF.

       038-3-LEER-SIG-ACCESO.
           READ ACCESOS-LOG.
           IF 88-FS-ACCESOS-YES
               IF ACC-FECHA NOT < WS-SEG-DESDE AND
                  ACC-FECHA NOT > WS-SEG-HASTA
                   ADD 1 TO WS-SEG-LEIDOS
                   EVALUATE TRUE
                       WHEN 88-ACC-INGRESO
                           ADD 1 TO WS-SEG-INGRESOS
                           MOVE "INGRESO ACEPTADO" TO WS-SEG-DET-RES
                       WHEN 88-ACC-PASSWORD-MAL
                           ADD 1 TO WS-SEG-FALLIDOS
                           MOVE "PASSWORD INCORRECTA"
                                TO WS-SEG-DET-RES
                       WHEN 88-ACC-USUARIO-MAL
                           ADD 1 TO WS-SEG-FALLIDOS
                           MOVE "USUARIO INEXISTENTE"
                                TO WS-SEG-DET-RES
                       WHEN 88-ACC-SE-BLOQUEO
                           ADD 1 TO WS-SEG-FALLIDOS
                           ADD 1 TO WS-SEG-BLOQUEOS
                           MOVE "FALLIDO: SE BLOQUEO"
                                TO WS-SEG-DET-RES
                       WHEN 88-ACC-BLOQUEADO
                           ADD 1 TO WS-SEG-RECHAZOS
                           MOVE "USUARIO BLOQUEADO"
                                TO WS-SEG-DET-RES
                       WHEN 88-ACC-DESHABILITADO
                           ADD 1 TO WS-SEG-RECHAZOS
                           MOVE "USUARIO DESHABILITADO"
                                TO WS-SEG-DET-RES
                       WHEN 88-ACC-CONFLICTO
                           ADD 1 TO WS-SEG-CONFLICTOS
                           MOVE "CONFLICTO: YA CAMBIADO"
                                TO WS-SEG-DET-RES
                       WHEN 88-ACC-EN-USO
                           ADD 1 TO WS-SEG-CONFLICTOS
                           MOVE "CONFLICTO: EN USO"
                                TO WS-SEG-DET-RES
                       WHEN OTHER
                           MOVE ACC-RESULTADO TO WS-SEG-DET-RES
                   END-EVALUATE
                   MOVE ACC-FECHA TO WS-CORTE-FECHA
                   MOVE SPACES TO WS-SEG-DET-FECHA
                   STRING WS-CORTE-DD "/" WS-CORTE-MM "/"
                          WS-CORTE-AAAA
                           DELIMITED BY SIZE INTO WS-SEG-DET-FECHA
                   END-STRING
                   MOVE ACC-HORA TO WS-SEG-HORA
                   MOVE SPACES TO WS-SEG-DET-HORA
                   STRING WS-SEG-HH ":" WS-SEG-MI ":" WS-SEG-SS
                           DELIMITED BY SIZE INTO WS-SEG-DET-HORA
                   END-STRING
                   MOVE ACC-USUARIO TO WS-SEG-DET-USUARIO
                   MOVE ACC-MODO    TO WS-SEG-DET-MODO
                   MOVE ACC-PERFIL  TO WS-SEG-DET-PERFIL
                   MOVE SPACES TO WS-SEG-DET-EMP
                   MOVE SPACES TO WS-SEG-DET-OTRO
                   IF 88-ACC-CONFLICTO OR 88-ACC-EN-USO
                       MOVE ACC-EMP-ID       TO WS-SEG-DET-EMP
                       MOVE ACC-OTRO-USUARIO TO WS-SEG-DET-OTRO
                   END-IF
                   IF WS-LINEAS-PAGINA-SEG >= WS-MAX-LINEAS-PAGINA
                       ADD 1 TO WS-NUMERO-PAGINA-SEG
                       PERFORM 038-8-ENCABEZADO-SEG
                   END-IF
                   WRITE REG-SEGURIDAD-REP FROM WS-DETALLE-SEG
                           AFTER ADVANCING 1
                   ADD 1 TO WS-LINEAS-PAGINA-SEG
               END-IF
           END-IF.

       038-5-ESTADO-OPERADORES.
           MOVE SPACES TO WS-LINEA-SEG.
           MOVE " ESTADO DE LOS OPERADORES AL DIA DE HOY:"
                TO WS-LINEA-SEG.
           WRITE REG-SEGURIDAD-REP FROM WS-LINEA-SEG
                   AFTER ADVANCING 2.
           WRITE REG-SEGURIDAD-REP FROM WS-GUIONES
                   AFTER ADVANCING 1.
           PERFORM 019-CARGAR-OPERADORES.
           PERFORM 038-6-LINEA-OPERADOR
                   VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-CANT.

       038-6-LINEA-OPERADOR.
           MOVE WS-TOP-ENT(WS-OPE-IDX) TO WS-OPE-REG.
           PERFORM 018-6-DIAS-CLAVE.
           PERFORM 038-7-DESC-ESTADO-OPE.
           MOVE SPACES TO WS-LINEA-SEG.
           STRING " " WS-OPE-USUARIO "  PERFIL " WS-OPE-PERFIL
                  "  " WS-SEG-ESTADO-DESC
                  "  FALLIDOS " WS-OPE-FALLIDOS
                  "  ULTIMO INGRESO " WS-OPE-ULT-INGRESO
                   DELIMITED BY SIZE INTO WS-LINEA-SEG
           END-STRING.
           WRITE REG-SEGURIDAD-REP FROM WS-LINEA-SEG
                   AFTER ADVANCING 1.

       038-7-DESC-ESTADO-OPE.
      *    DESCRIPCION DEL ESTADO DE WS-OPE-REG; WS-OPE-DIAS DEBE
      *    VENIR CALCULADO (018-6).
           EVALUATE TRUE
               WHEN 88-OPE-DESHABILITADO
                   MOVE "DESHABILITADO"   TO WS-SEG-ESTADO-DESC
               WHEN 88-OPE-BLOQUEADO
                   MOVE "BLOQUEADO"       TO WS-SEG-ESTADO-DESC
               WHEN WS-OPE-CAMBIO-OBLIG = 'S'
                   MOVE "PASS BLANQUEADA" TO WS-SEG-ESTADO-DESC
               WHEN WS-OPE-DIAS > WS-OPE-DIAS-VIGENCIA
                   MOVE "PASS VENCIDA"    TO WS-SEG-ESTADO-DESC
               WHEN OTHER
                   MOVE "ACTIVO"          TO WS-SEG-ESTADO-DESC
           END-EVALUATE.

       038-8-ENCABEZADO-SEG.
           WRITE REG-SEGURIDAD-REP FROM WS-TITULO-SEG
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-SEG   TO TIT-2-PAGINA
           WRITE REG-SEGURIDAD-REP FROM WS-TITULO-2
                   AFTER ADVANCING 1
           MOVE SPACES TO WS-LINEA-SEG
           STRING " PERIODO: " WS-SEG-DESDE " AL " WS-SEG-HASTA
                   DELIMITED BY SIZE INTO WS-LINEA-SEG
           END-STRING
           WRITE REG-SEGURIDAD-REP FROM WS-LINEA-SEG
                   AFTER ADVANCING 1
           WRITE REG-SEGURIDAD-REP FROM WS-GUIONES
                   AFTER ADVANCING 1
           WRITE REG-SEGURIDAD-REP FROM WS-SUB-TIT-SEG
                   AFTER ADVANCING 1
           WRITE REG-SEGURIDAD-REP FROM WS-GUIONES
                   AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA-SEG.

       039-PEDIR-CLAVE-INICIAL.
      *    PASSWORD PROVISORIA QUE ASIGNA EL ADMINISTRADOR (ALTA Y
      *    BLANQUEO): QUEDA CON CAMBIO OBLIGATORIO AL INGRESAR.
           DISPLAY "PASSWORD PROVISORIA (4 A 8 CARACTERES): ".
           ACCEPT WS-PASS-NUEVA.
           DISPLAY "REPITA LA PASSWORD PROVISORIA: ".
           ACCEPT WS-PASS-CONFIRMA.
           IF WS-PASS-NUEVA(1:1) = SPACE OR
              WS-PASS-NUEVA(4:1) = SPACE
               DISPLAY "LA PASSWORD DEBE TENER AL MENOS 4 "
                       "CARACTERES, SIN BLANCOS AL PRINCIPIO."
           ELSE
               IF WS-PASS-NUEVA NOT = WS-PASS-CONFIRMA
                   DISPLAY "LAS DOS PASSWORDS NO COINCIDEN."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
                   MOVE WS-OPE-USUARIO-IN TO WS-HASH-USUARIO
                   MOVE WS-PASS-NUEVA     TO WS-HASH-PASSWORD
                   PERFORM 022-CALCULAR-HASH
                   MOVE WS-HASH-ALFA  TO WS-OPE-CLAVE-HASH
                   MOVE SPACES        TO WS-OPE-PASSWORD
                   MOVE WS-SYS-FECHA  TO WS-OPE-FECHA-CLAVE
                   MOVE 'S'           TO WS-OPE-CAMBIO-OBLIG
                   MOVE 0             TO WS-OPE-FALLIDOS
                   MOVE 'S' TO SW-OPE-DATO-OK
               END-IF
           END-IF.

       040-CARGAR-PARAMETROS.
      *    PARAMETROS DE INSTALACION (Personal-param.CFG, EN EL
      *    DIRECTORIO DESDE EL QUE SE CORRE EL PROGRAMA): AMBIENTE,
      *    NOMBRE DE LA EMPRESA, DIRECTORIO DE DATOS, DIRECTORIO DE
      *    BACKUPS Y ARCHIVOS DEL DIARIO, Y LOS VALORES DE OPERACION.
      *    UNA LINEA POR PARAMETRO CON EL FORMATO CLAVE=VALOR; LAS
      *    LINEAS EN BLANCO O QUE EMPIEZAN CON '*' SE SALTEAN. LOS
      *    VALORES DE OPERACION QUE NO FIGUREN QUEDAN CON EL VALOR DE
      *    SIEMPRE. CUALQUIER ERROR (PARAMETRO DESCONOCIDO, VALOR
      *    FUERA DE RANGO, DIRECTORIO INEXISTENTE) TERMINA LA CORRIDA
      *    ANTES DE TOCAR NINGUN ARCHIVO.
           MOVE 0 TO WS-PAR-ERRORES.
           MOVE 0 TO WS-PAR-LINEA.
           OPEN INPUT PARAMETROS.
           IF 88-FS-PARAMETROS-NOFILE
               PERFORM 040-5-CREAR-PARAMETROS
               DISPLAY "FIN DE LA CORRIDA."
               STOP RUN
           END-IF.
           IF 88-FS-PARAMETROS-YES
               PERFORM 041-LEER-SIG-PARAMETRO
                       UNTIL NOT 88-FS-PARAMETROS-YES
               IF NOT 88-FS-PARAMETROS-EOF
                   ADD 1 TO WS-PAR-ERRORES
                   DISPLAY "ERROR DE LECTURA EN Personal-param.CFG. "
                           "FS: " FS-PARAMETROS
               END-IF
               CLOSE PARAMETROS
               PERFORM 043-VALIDAR-PARAMETROS
           ELSE
               ADD 1 TO WS-PAR-ERRORES
               DISPLAY "NO SE PUDO LEER EL ARCHIVO DE PARAMETROS "
                       "Personal-param.CFG. FS: " FS-PARAMETROS
           END-IF.
           IF WS-PAR-ERRORES > 0
               DISPLAY "PARAMETROS DE INSTALACION CON ERRORES: "
                       WS-PAR-ERRORES ". CORRIJA Personal-param.CFG."
               DISPLAY "FIN DE LA CORRIDA."
               STOP RUN
           END-IF.
           PERFORM 044-ARMAR-RUTAS.
           MOVE WS-PAR-EMPRESA TO TIT-2-EMPRESA.
           MOVE SPACES TO TIT-2-AMBIENTE.
           STRING "AMBIENTE: " WS-PAR-AMBIENTE
                   DELIMITED BY SIZE INTO TIT-2-AMBIENTE
           END-STRING.
           DISPLAY "AMBIENTE: " WS-PAR-AMBIENTE "  DATOS EN: "
                   WS-PAR-DIR-DATOS(1:WS-PAR-LARGO-DATOS).
           IF 88-AMBIENTE-PRUEBA
               DISPLAY "*** AMBIENTE DE PRUEBA: LOS DATOS Y LOS "
                       "LISTADOS NO SON LOS DE PRODUCCION ***"
           END-IF.

       040-5-CREAR-PARAMETROS.
      *    PRIMER USO: SI NO HAY ARCHIVO DE PARAMETROS SE LO CREA CON
      *    LOS VALORES CON LOS QUE EL PROGRAMA CORRIO SIEMPRE, COMO
      *    MODELO, Y LA CORRIDA TERMINA SIN TOCAR NINGUN ARCHIVO: UNA
      *    COPIA DE PRUEBA LANZADA DESDE UN DIRECTORIO SIN PARAMETROS
      *    NO DEBE TRABAJAR SOBRE LOS DATOS DE PRODUCCION. SE REVISA
      *    (AMBIENTE Y DIRECTORIOS) Y SE VUELVE A CORRER.
           OPEN OUTPUT PARAMETROS.
           IF 88-FS-PARAMETROS-YES
               MOVE "* PARAMETROS DE INSTALACION DE PERSONAL-INFO"
                    TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "* FORMATO CLAVE=VALOR, UN PARAMETRO POR LINEA."
                    TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "* AMBIENTE: PRODUCCION O PRUEBA."
                    TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "AMBIENTE=PRODUCCION"    TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "EMPRESA="               TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE SPACES TO REG-PARAMETRO
               STRING "DIR-DATOS=" WS-DIR-HISTORICO
                       DELIMITED BY SIZE INTO REG-PARAMETRO
               END-STRING
               WRITE REG-PARAMETRO
               MOVE SPACES TO REG-PARAMETRO
               STRING "DIR-BACKUP=" WS-DIR-HISTORICO
                       DELIMITED BY SIZE INTO REG-PARAMETRO
               END-STRING
               WRITE REG-PARAMETRO
               MOVE "GENERACIONES-BACKUP=5"  TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "GENERACIONES-DIARIO=5"  TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "LINEAS-PAGINA=50"       TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "CHECKPOINT-CADA=10"     TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "DIAS-VIGENCIA-PASSWORD=90" TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               MOVE "MAX-INTENTOS-FALLIDOS=5" TO REG-PARAMETRO
               WRITE REG-PARAMETRO
               CLOSE PARAMETROS
               DISPLAY "SE CREO Personal-param.CFG CON LOS VALORES DE "
                       "LA INSTALACION ORIGINAL (AMBIENTE PRODUCCION)."
               DISPLAY "REVISE EL AMBIENTE Y LOS DIRECTORIOS Y VUELVA "
                       "A CORRER EL PROGRAMA."
           ELSE
               DISPLAY "NO HAY ARCHIVO DE PARAMETROS Y NO SE PUDO "
                       "CREAR Personal-param.CFG. FS: " FS-PARAMETROS
           END-IF.

       041-LEER-SIG-PARAMETRO.
           READ PARAMETROS.
           IF 88-FS-PARAMETROS-YES
               ADD 1 TO WS-PAR-LINEA
               IF REG-PARAMETRO NOT = SPACES AND
                  REG-PARAMETRO(1:1) NOT = '*'
                   MOVE SPACES TO WS-PAR-CLAVE
                   MOVE SPACES TO WS-PAR-VALOR
                   UNSTRING REG-PARAMETRO DELIMITED BY "="
                       INTO WS-PAR-CLAVE WS-PAR-VALOR
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-PAR-CLAVE) TO WS-PAR-CLAVE
                   MOVE FUNCTION TRIM(WS-PAR-VALOR) TO WS-PAR-VALOR
                   INSPECT WS-PAR-CLAVE CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM 042-APLICAR-PARAMETRO
               END-IF
           END-IF.

       042-APLICAR-PARAMETRO.
           EVALUATE WS-PAR-CLAVE
               WHEN "AMBIENTE"
                   INSPECT WS-PAR-VALOR CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE WS-PAR-VALOR TO WS-PAR-AMBIENTE
                   IF NOT 88-AMBIENTE-PRODUCCION AND
                      NOT 88-AMBIENTE-PRUEBA
                       MOVE "PRODUCCION O PRUEBA" TO WS-PAR-RANGO
                       PERFORM 042-9-ERROR-PARAMETRO
                   END-IF
               WHEN "EMPRESA"
                   MOVE WS-PAR-VALOR TO WS-PAR-EMPRESA
               WHEN "DIR-DATOS"
                   MOVE WS-PAR-VALOR TO WS-PAR-DIR-DATOS
               WHEN "DIR-BACKUP"
                   MOVE WS-PAR-VALOR TO WS-PAR-DIR-BACKUP
               WHEN "GENERACIONES-BACKUP"
                   PERFORM 042-5-VALOR-NUMERICO
                   IF SW-PAR-NUMERO-OK = 'S' AND
                      WS-PAR-NUMERO >= 1 AND WS-PAR-NUMERO <= 9
                       MOVE WS-PAR-NUMERO TO WS-PAR-GEN-BACKUP
                   ELSE
                       MOVE "DE 1 A 9" TO WS-PAR-RANGO
                       PERFORM 042-9-ERROR-PARAMETRO
                   END-IF
               WHEN "GENERACIONES-DIARIO"
                   PERFORM 042-5-VALOR-NUMERICO
                   IF SW-PAR-NUMERO-OK = 'S' AND
                      WS-PAR-NUMERO >= 1 AND WS-PAR-NUMERO <= 9
                       MOVE WS-PAR-NUMERO TO WS-PAR-GEN-DIARIO
                   ELSE
                       MOVE "DE 1 A 9" TO WS-PAR-RANGO
                       PERFORM 042-9-ERROR-PARAMETRO
                   END-IF
               WHEN "LINEAS-PAGINA"
                   PERFORM 042-5-VALOR-NUMERICO
                   IF SW-PAR-NUMERO-OK = 'S' AND
                      WS-PAR-NUMERO >= 20 AND WS-PAR-NUMERO <= 99
                       MOVE WS-PAR-NUMERO TO WS-MAX-LINEAS-PAGINA
                   ELSE
                       MOVE "DE 20 A 99" TO WS-PAR-RANGO
                       PERFORM 042-9-ERROR-PARAMETRO
                   END-IF
               WHEN "CHECKPOINT-CADA"
                   PERFORM 042-5-VALOR-NUMERICO
                   IF SW-PAR-NUMERO-OK = 'S' AND
                      WS-PAR-NUMERO >= 1 AND WS-PAR-NUMERO <= 99
                       MOVE WS-PAR-NUMERO TO WS-CHECKPOINT-CADA
                   ELSE
                       MOVE "DE 1 A 99" TO WS-PAR-RANGO
                       PERFORM 042-9-ERROR-PARAMETRO
                   END-IF
               WHEN "DIAS-VIGENCIA-PASSWORD"
                   PERFORM 042-5-VALOR-NUMERICO
                   IF SW-PAR-NUMERO-OK = 'S' AND
                      WS-PAR-NUMERO >= 1 AND WS-PAR-NUMERO <= 365
                       MOVE WS-PAR-NUMERO TO WS-OPE-DIAS-VIGENCIA
                   ELSE
                       MOVE "DE 1 A 365" TO WS-PAR-RANGO
                       PERFORM 042-9-ERROR-PARAMETRO
                   END-IF
               WHEN "MAX-INTENTOS-FALLIDOS"
                   PERFORM 042-5-VALOR-NUMERICO
                   IF SW-PAR-NUMERO-OK = 'S' AND
                      WS-PAR-NUMERO >= 1 AND WS-PAR-NUMERO <= 20
                       MOVE WS-PAR-NUMERO TO WS-OPE-MAX-FALLIDOS
                   ELSE
                       MOVE "DE 1 A 20" TO WS-PAR-RANGO
                       PERFORM 042-9-ERROR-PARAMETRO
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PAR-ERRORES
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA LINEA "
                           WS-PAR-LINEA ": "
                           FUNCTION TRIM(WS-PAR-CLAVE)
           END-EVALUATE.

       042-5-VALOR-NUMERICO.
           MOVE 'N' TO SW-PAR-NUMERO-OK.
           MOVE 0   TO WS-PAR-NUMERO.
           IF WS-PAR-VALOR NOT = SPACES AND
              WS-PAR-VALOR(6:) = SPACES AND
              FUNCTION TRIM(WS-PAR-VALOR) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PAR-VALOR) TO WS-PAR-NUMERO
               MOVE 'S' TO SW-PAR-NUMERO-OK
           END-IF.

       042-9-ERROR-PARAMETRO.
           ADD 1 TO WS-PAR-ERRORES.
           DISPLAY "PARAMETRO " FUNCTION TRIM(WS-PAR-CLAVE)
                   " (LINEA " WS-PAR-LINEA ") CON VALOR INVALIDO: '"
                   FUNCTION TRIM(WS-PAR-VALOR) "'. DEBE SER "
                   FUNCTION TRIM(WS-PAR-RANGO) ".".

       043-VALIDAR-PARAMETROS.
      *    EL AMBIENTE Y LOS DOS DIRECTORIOS SON OBLIGATORIOS. CADA
      *    DIRECTORIO SE COMPLETA CON LA BARRA FINAL SI FALTA Y SE
      *    PRUEBA GRABANDO EN EL Personal-dir.CHK, QUE QUEDA COMO
      *    CONSTANCIA DE LA ULTIMA VERIFICACION.
           IF WS-PAR-AMBIENTE = SPACES
               ADD 1 TO WS-PAR-ERRORES
               DISPLAY "FALTA EL PARAMETRO AMBIENTE (PRODUCCION O "
                       "PRUEBA)."
           END-IF.
           IF WS-PAR-DIR-DATOS = SPACES
               ADD 1 TO WS-PAR-ERRORES
               DISPLAY "FALTA EL PARAMETRO DIR-DATOS (DIRECTORIO DE "
                       "LOS ARCHIVOS)."
           ELSE
               MOVE WS-PAR-DIR-DATOS TO WS-DIR-PRUEBA
               PERFORM 043-3-COMPLETAR-DIRECTORIO
               MOVE WS-DIR-PRUEBA   TO WS-PAR-DIR-DATOS
               MOVE WS-LARGO-PRUEBA TO WS-PAR-LARGO-DATOS
           END-IF.
           IF WS-PAR-DIR-BACKUP = SPACES
               ADD 1 TO WS-PAR-ERRORES
               DISPLAY "FALTA EL PARAMETRO DIR-BACKUP (DIRECTORIO DE "
                       "BACKUPS Y ARCHIVOS DEL DIARIO)."
           ELSE
               MOVE WS-PAR-DIR-BACKUP TO WS-DIR-PRUEBA
               PERFORM 043-3-COMPLETAR-DIRECTORIO
               MOVE WS-DIR-PRUEBA   TO WS-PAR-DIR-BACKUP
               MOVE WS-LARGO-PRUEBA TO WS-PAR-LARGO-BACKUP
           END-IF.

       043-3-COMPLETAR-DIRECTORIO.
           COMPUTE WS-LARGO-PRUEBA =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-PRUEBA
                                                 TRAILING))
           END-COMPUTE.
           IF WS-DIR-PRUEBA(WS-LARGO-PRUEBA:1) NOT = '\' AND
              WS-DIR-PRUEBA(WS-LARGO-PRUEBA:1) NOT = '/'
               IF WS-LARGO-PRUEBA < 80
                   MOVE 0 TO WS-PAR-BARRAS
                   INSPECT WS-DIR-PRUEBA TALLYING WS-PAR-BARRAS
                           FOR ALL '/'
                   ADD 1 TO WS-LARGO-PRUEBA
                   IF WS-PAR-BARRAS > 0
                       MOVE '/' TO WS-DIR-PRUEBA(WS-LARGO-PRUEBA:1)
                   ELSE
                       MOVE '\' TO WS-DIR-PRUEBA(WS-LARGO-PRUEBA:1)
                   END-IF
               END-IF
           END-IF.
           IF WS-LARGO-PRUEBA >= 80
               ADD 1 TO WS-PAR-ERRORES
               DISPLAY "EL DIRECTORIO " FUNCTION TRIM(WS-DIR-PRUEBA)
                       " ES DEMASIADO LARGO (MAXIMO 79 CARACTERES)."
           ELSE
               PERFORM 043-5-PROBAR-DIRECTORIO
           END-IF.

       043-5-PROBAR-DIRECTORIO.
           MOVE SPACES TO WS-RUTA-PRUEBA-DIR.
           STRING WS-DIR-PRUEBA(1:WS-LARGO-PRUEBA)
                  "Personal-dir.CHK"
                   DELIMITED BY SIZE INTO WS-RUTA-PRUEBA-DIR
           END-STRING.
           OPEN OUTPUT PRUEBA-DIRECTORIO.
           IF 88-FS-PRUEBA-DIR-YES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               MOVE SPACES TO REG-PRUEBA-DIR
               STRING "VERIFICADO " WS-SYS-FECHA " " WS-SYS-HORA
                      " AMBIENTE " WS-PAR-AMBIENTE
                       DELIMITED BY SIZE INTO REG-PRUEBA-DIR
               END-STRING
               WRITE REG-PRUEBA-DIR
               CLOSE PRUEBA-DIRECTORIO
           ELSE
               ADD 1 TO WS-PAR-ERRORES
               DISPLAY "EL DIRECTORIO "
                       WS-DIR-PRUEBA(1:WS-LARGO-PRUEBA)
                       " NO EXISTE O NO SE PUEDE GRABAR EN EL. FS: "
                       FS-PRUEBA-DIR
           END-IF.

       044-ARMAR-RUTAS.
      *    ARMA EL NOMBRE COMPLETO DE CADA ARCHIVO (LOS ASSIGN DE LOS
      *    SELECT) CON EL DIRECTORIO DE LOS PARAMETROS. LOS CONTROLES
      *    DEL BACKUP Y DEL ARCHIVO DEL DIARIO VAN CON SUS
      *    GENERACIONES EN EL DIRECTORIO DE BACKUPS.
           PERFORM 044-3-ARMAR-SIG-RUTA
                   VARYING WS-RUTA-IDX FROM 1 BY 1
                   UNTIL WS-RUTA-IDX > WS-CANT-RUTAS.
           MOVE SPACES TO WS-RUTA-BACKUP-CONTROL.
           STRING WS-PAR-DIR-BACKUP(1:WS-PAR-LARGO-BACKUP)
                  "Backup-maestro.CTL"
                   DELIMITED BY SIZE INTO WS-RUTA-BACKUP-CONTROL
           END-STRING.
           MOVE SPACES TO WS-RUTA-ARCHIVO-CONTROL.
           STRING WS-PAR-DIR-BACKUP(1:WS-PAR-LARGO-BACKUP)
                  "Diario-archivo.CTL"
                   DELIMITED BY SIZE INTO WS-RUTA-ARCHIVO-CONTROL
           END-STRING.
           PERFORM 044-5-RUTA-BACKUP.
           PERFORM 044-7-RUTA-ARCHIVO.

       044-3-ARMAR-SIG-RUTA.
           MOVE SPACES TO WS-RUTA-ENT(WS-RUTA-IDX).
           STRING WS-PAR-DIR-DATOS(1:WS-PAR-LARGO-DATOS)
                   DELIMITED BY SIZE
                  WS-NOMBRE-ARCH-ENT(WS-RUTA-IDX)
                   DELIMITED BY SPACE
                   INTO WS-RUTA-ENT(WS-RUTA-IDX)
           END-STRING.

       044-5-RUTA-BACKUP.
      *    NOMBRE DE LA GENERACION WS-GEN-DIGITO DEL BACKUP; SE ARMA
      *    CADA VEZ QUE CAMBIA LA GENERACION, ANTES DEL OPEN.
           MOVE SPACES TO WS-BACKUP-PATH.
           STRING WS-PAR-DIR-BACKUP(1:WS-PAR-LARGO-BACKUP)
                  "Empleado-backup-G" WS-GEN-DIGITO ".DAT"
                   DELIMITED BY SIZE INTO WS-BACKUP-PATH
           END-STRING.

       044-7-RUTA-ARCHIVO.
      *    IDEM PARA LA GENERACION WS-ARCH-GEN-DIG DEL DIARIO ARCHIVADO.
           MOVE SPACES TO WS-ARCH-PATH.
           STRING WS-PAR-DIR-BACKUP(1:WS-PAR-LARGO-BACKUP)
                  "Diario-archivo-G" WS-ARCH-GEN-DIG ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCH-PATH
           END-STRING.

       045-DETERMINAR-PAGINA-INICIAL.
      *    SE ABRE REPORTE EN INPUT (ANTES DE REABRIRLO EN EXTEND EN
      *    050-ABRIR-ARCHIVO) PARA UBICAR EL NUMERO DE PAGINA DEL
      *    ULTIMO ENCABEZADO YA IMPRESO EN SESIONES ANTERIORES, DE
      *    MANERA QUE LA NUMERACION DE PAGINA SIGA SIENDO CONSECUTIVA
      *    EN TODO EL REPORTE ACUMULADO EN LUGAR DE VOLVER A EMPEZAR
      *    EN 1 CADA VEZ QUE SE REABRE EL MISMO ARCHIVO.
           MOVE 0 TO WS-NUMERO-PAGINA.
           OPEN INPUT REPORTE.
           IF 88-FS-REPORTE-YES
               PERFORM 046-LEER-SIG-PARA-PAGINA UNTIL 88-FS-REPORTE-EOF
               CLOSE REPORTE
           END-IF.
           ADD 1 TO WS-NUMERO-PAGINA.

       046-LEER-SIG-PARA-PAGINA.
           READ REPORTE.
           IF 88-FS-REPORTE-YES
               IF REG-REPORTE(77:8) = "PAGINA: "
                   MOVE REG-REPORTE(85:3) TO WS-PAG-ALFA
                   INSPECT WS-PAG-ALFA REPLACING ALL SPACE BY ZERO
                   MOVE WS-PAG-ALFA TO WS-PAG-NUM
                   IF WS-PAG-NUM > WS-NUMERO-PAGINA
                       MOVE WS-PAG-NUM TO WS-NUMERO-PAGINA
                   END-IF
               END-IF
           END-IF.

       050-ABRIR-ARCHIVO.
      *    EL REPORTE ES EL UNICO REGISTRO DE LOS EMPLEADOS YA
      *    INGRESADOS, POR LO QUE SE EXTIENDE EN LUGAR DE
      *    REEMPLAZARLO. SI TODAVIA NO EXISTE, SE CREA POR PRIMERA VEZ.
           OPEN EXTEND REPORTE.
           IF NOT 88-FS-REPORTE-YES THEN
               OPEN OUTPUT REPORTE
           END-IF.

      *    EL MAESTRO SE ABRE EN I-O PARA PODER CONSULTAR/ACTUALIZAR.
      *    SOLO SI NO EXISTE (ESTADO 35) SE CREA VACIO Y SE VUELVE A
      *    ABRIR. CUALQUIER OTRO ERROR (INDICE DANIADO, LAYOUT DE
      *    OTRA VERSION SIN CONVERTIR, BLOQUEO) TERMINA LA CORRIDA:
      *    ESTE ARCHIVO ES LA UNICA COPIA COMPLETA DE LOS EMPLEADOS
      *    Y RECREARLO A CIEGAS LO DEJARIA VACIO.
           OPEN I-O EMPLEADO-MAESTRO.
           IF NOT 88-FS-MAESTRO-YES THEN
               IF 88-FS-MAESTRO-NOFILE
                   OPEN OUTPUT EMPLEADO-MAESTRO
                   CLOSE EMPLEADO-MAESTRO
                   OPEN I-O EMPLEADO-MAESTRO
               ELSE
                   DISPLAY "ERROR AL ABRIR EL MAESTRO DE EMPLEADOS."
                   DISPLAY "FS-MAESTRO: " FS-MAESTRO ". NO SE "
                           "RECREA: VERIFIQUE/CONVIERTA/RESTAURE "
                           "EL ARCHIVO. FIN DE LA CORRIDA."
                   STOP RUN
               END-IF
           END-IF.

      *    EL CATALOGO DE SECTORES/CARGOS SE ABRE EN I-O PARA QUE EL
      *    MANTENIMIENTO (690) Y LAS VALIDACIONES (696) LO USEN EN
      *    TODA LA SESION. SOLO SE CREA VACIO SI NO EXISTE; ANTE
      *    CUALQUIER OTRO ERROR LA SESION SIGUE SIN CATALOGO Y LAS
      *    VALIDACIONES DE SECTOR/CARGO ACEPTAN COMO ANTES.
           OPEN I-O CATALOGO-RRHH.
           IF NOT 88-FS-CATALOGO-YES
               IF 88-FS-CATALOGO-NOFILE
                   OPEN OUTPUT CATALOGO-RRHH
                   CLOSE CATALOGO-RRHH
                   OPEN I-O CATALOGO-RRHH
               END-IF
           END-IF.
           IF 88-FS-CATALOGO-YES
               MOVE 'S' TO SW-CATALOGO-ABIERTO
           ELSE
               MOVE 'N' TO SW-CATALOGO-ABIERTO
               DISPLAY "AVISO: NO SE PUDO ABRIR Catalogo-rrhh.DAT "
                       "(FS: " FS-CATALOGO "). SECTOR Y CARGO NO "
                       "SE VALIDAN EN ESTA SESION."
           END-IF.

      *    LAS NOVEDADES CON FECHA DE VIGENCIA SE ABREN IGUAL QUE EL
      *    CATALOGO. SIN ESTE ARCHIVO LA SESION SIGUE, PERO NO SE
      *    PUEDEN CARGAR NI CONSULTAR NOVEDADES Y EL PASO DEL CIERRE
      *    DIARIO QUE LAS APLICA (678) FALLA.
           OPEN I-O NOVEDADES-PENDIENTES.
           IF NOT 88-FS-PENDIENTES-YES
               IF 88-FS-PENDIENTES-NOFILE
                   OPEN OUTPUT NOVEDADES-PENDIENTES
                   CLOSE NOVEDADES-PENDIENTES
                   OPEN I-O NOVEDADES-PENDIENTES
               END-IF
           END-IF.
           IF 88-FS-PENDIENTES-YES
               MOVE 'S' TO SW-PENDIENTES-ABIERTO
           ELSE
               MOVE 'N' TO SW-PENDIENTES-ABIERTO
               DISPLAY "AVISO: NO SE PUDO ABRIR Novedades-pend.DAT "
                       "(FS: " FS-PENDIENTES "). NO HAY NOVEDADES "
                       "CON VIGENCIA EN ESTA SESION."
           END-IF.

      *    EL REGISTRO DE AUSENCIAS SE ABRE IGUAL QUE EL CATALOGO; SIN
      *    EL, LA SESION SIGUE SIN EL MENU DE AUSENCIAS.
           OPEN I-O LICENCIAS.
           IF NOT 88-FS-LICENCIAS-YES
               IF 88-FS-LICENCIAS-NOFILE
                   OPEN OUTPUT LICENCIAS
                   CLOSE LICENCIAS
                   OPEN I-O LICENCIAS
               END-IF
           END-IF.
           IF 88-FS-LICENCIAS-YES
               MOVE 'S' TO SW-LICENCIAS-ABIERTO
           ELSE
               MOVE 'N' TO SW-LICENCIAS-ABIERTO
               DISPLAY "AVISO: NO SE PUDO ABRIR Licencias.DAT "
                       "(FS: " FS-LICENCIAS "). NO HAY REGISTRO DE "
                       "AUSENCIAS EN ESTA SESION."
           END-IF.

      *    LAS LIQUIDACIONES FINALES TAMBIEN SE ABREN COMO EL
      *    CATALOGO; SIN ELLAS LA BAJA SE HACE IGUAL, PERO SIN
      *    GUARDAR EL MOTIVO NI LA LIQUIDACION.
           OPEN I-O LIQUIDACIONES.
           IF NOT 88-FS-LIQUIDACIONES-YES
               IF 88-FS-LIQUIDACIONES-NOFILE
                   OPEN OUTPUT LIQUIDACIONES
                   CLOSE LIQUIDACIONES
                   OPEN I-O LIQUIDACIONES
               END-IF
           END-IF.
           IF 88-FS-LIQUIDACIONES-YES
               MOVE 'S' TO SW-LIQUIDACIONES-ABIERTO
           ELSE
               MOVE 'N' TO SW-LIQUIDACIONES-ABIERTO
               DISPLAY "AVISO: NO SE PUDO ABRIR Liquidaciones.DAT "
                       "(FS: " FS-LIQUIDACIONES "). LAS BAJAS NO "
                       "GUARDARAN MOTIVO NI LIQUIDACION."
           END-IF.

      *    LAS CARGAS DE FAMILIA, IGUAL; SIN ELLAS EL EXTRACTO DE
      *    SUELDOS SALE SIN REGISTROS '4'.
           OPEN I-O FAMILIARES.
           IF NOT 88-FS-FAMILIARES-YES
               IF 88-FS-FAMILIARES-NOFILE
                   OPEN OUTPUT FAMILIARES
                   CLOSE FAMILIARES
                   OPEN I-O FAMILIARES
               END-IF
           END-IF.
           IF 88-FS-FAMILIARES-YES
               MOVE 'S' TO SW-FAMILIARES-ABIERTO
           ELSE
               MOVE 'N' TO SW-FAMILIARES-ABIERTO
               DISPLAY "AVISO: NO SE PUDO ABRIR Familiares.DAT "
                       "(FS: " FS-FAMILIARES "). NO HAY CARGAS DE "
                       "FAMILIA EN ESTA SESION."
           END-IF.

      *    EL PRESUPUESTO DE DOTACION, IGUAL; SIN EL LAS ALTAS SE
      *    GRABAN SIN CONTROL DE PRESUPUESTO.
           OPEN I-O PRESUPUESTO-DOT.
           IF NOT 88-FS-PRESUPUESTO-YES
               IF 88-FS-PRESUPUESTO-NOFILE
                   OPEN OUTPUT PRESUPUESTO-DOT
                   CLOSE PRESUPUESTO-DOT
                   OPEN I-O PRESUPUESTO-DOT
               END-IF
           END-IF.
           IF 88-FS-PRESUPUESTO-YES
               MOVE 'S' TO SW-PRESUPUESTO-ABIERTO
           ELSE
               MOVE 'N' TO SW-PRESUPUESTO-ABIERTO
               DISPLAY "AVISO: NO SE PUDO ABRIR Presupuesto-dot.DAT "
                       "(FS: " FS-PRESUPUESTO "). LAS ALTAS NO SE "
                       "CONTROLAN CONTRA EL PRESUPUESTO."
           END-IF.

      *    EL CSV SE EXTIENDE AL IGUAL QUE EL REPORTE, PARA NO PERDER
      *    LAS PLANILLAS YA EXPORTADAS EN SESIONES ANTERIORES.
           OPEN EXTEND REPORTE-CSV.
           IF NOT 88-FS-CSV-YES THEN
               OPEN OUTPUT REPORTE-CSV
           END-IF.

      *    EL DIARIO DE NOVEDADES SE EXTIENDE: CADA SESION AGREGA SUS
      *    MOVIMIENTOS AL FINAL SIN PISAR EL HISTORIAL ANTERIOR.
      *    SOLO SE CREA DE CERO CUANDO NO EXISTE (ESTADO 35): ANTE
      *    CUALQUIER OTRO ERROR DE APERTURA SE TERMINA LA CORRIDA EN
      *    VEZ DE ARRIESGAR TRUNCAR EL HISTORIAL DE AUDITORIA.
           OPEN EXTEND DIARIO-NOVEDADES.
           IF NOT 88-FS-DIARIO-YES THEN
               IF 88-FS-DIARIO-NOFILE
                   OPEN OUTPUT DIARIO-NOVEDADES
               ELSE
                   DISPLAY "ERROR AL ABRIR EL DIARIO DE NOVEDADES. "
                           "FS-DIARIO: " FS-DIARIO ". FIN DE LA "
                           "CORRIDA."
                   STOP RUN
               END-IF
           END-IF.

       060-OBTENER-PROXIMO-ID.
      *    RECORRE EL MAESTRO PARA DETERMINAR EL PROXIMO EMP-ID-MAE
      *    A ASIGNAR EN UNA ALTA (EL MAYOR ID EXISTENTE MAS UNO).
           MOVE 0 TO WS-PROX-EMP-ID.
           PERFORM 061-LEER-SIG-MAESTRO UNTIL 88-FS-MAESTRO-EOF.
           ADD 1 TO WS-PROX-EMP-ID.
           CLOSE EMPLEADO-MAESTRO.
           OPEN I-O EMPLEADO-MAESTRO.

       061-LEER-SIG-MAESTRO.
           READ EMPLEADO-MAESTRO NEXT RECORD.
           IF 88-FS-MAESTRO-YES
               IF EMP-ID-MAE > WS-PROX-EMP-ID
                   MOVE EMP-ID-MAE TO WS-PROX-EMP-ID
               END-IF
           END-IF.

       062-TOMAR-BLOQUEO-EMP.
      *    ANOTA EN Bloqueos.DAT QUE EL OPERADOR TIENE ABIERTO EL
      *    EMPLEADO WS-EMP-ID-BUSCADO. NO SE PUEDE SI HAY UN PROCESO
      *    MASIVO EN CURSO O SI OTRO OPERADOR YA LO TIENE ABIERTO;
      *    EL RECHAZO QUEDA EN EL REGISTRO DE ACCESOS. SI
      *    Bloqueos.DAT NO ESTA DISPONIBLE SE SIGUE CON AVISO: AL
      *    GRABAR, 063 SIGUE PROTEGIENDO EL REGISTRO.
           MOVE 'N' TO SW-BLQ-OK.
           MOVE 'N' TO SW-BLQ-TOMADO.
           MOVE WS-EMP-ID-BUSCADO TO WS-BLQ-EMP-ID.
           PERFORM 067-ABRIR-BLOQUEOS.
           IF SW-BLOQUEOS-ABIERTO NOT = 'S'
               MOVE 'S' TO SW-BLQ-OK
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               MOVE 0 TO BLQ-EMP-ID
               READ BLOQUEOS-EDICION
                   INVALID KEY
                       CONTINUE
               END-READ
               IF 88-FS-BLOQUEOS-YES AND BLQ-FECHA = WS-SYS-FECHA
                   MOVE BLQ-HORA TO WS-BLQ-HORA
                   DISPLAY "HAY UN PROCESO MASIVO SOBRE EL MAESTRO "
                           "EN CURSO (MODO " BLQ-MODO ", "
                           BLQ-USUARIO ", DESDE LAS " WS-BLQ-HH ":"
                           WS-BLQ-MI "). INTENTE MAS TARDE."
                   MOVE WS-BLQ-EMP-ID TO WS-ACC-EMP-ID
                   MOVE BLQ-USUARIO   TO WS-ACC-OTRO-USUARIO
                   MOVE 'E' TO WS-ACC-RESULTADO
                   PERFORM 024-REGISTRAR-ACCESO
               ELSE
                   PERFORM 062-5-ANOTAR-EDICION
               END-IF
               CLOSE BLOQUEOS-EDICION
           END-IF.

       062-5-ANOTAR-EDICION.
           MOVE WS-BLQ-EMP-ID TO BLQ-EMP-ID.
           READ BLOQUEOS-EDICION
               INVALID KEY
                   CONTINUE
           END-READ.
           IF 88-FS-BLOQUEOS-YES AND BLQ-FECHA = WS-SYS-FECHA AND
              BLQ-USUARIO NOT = WS-USUARIO
               MOVE BLQ-HORA TO WS-BLQ-HORA
               DISPLAY "EL EMPLEADO LO ESTA EDITANDO " BLQ-USUARIO
                       " DESDE LAS " WS-BLQ-HH ":" WS-BLQ-MI
                       ". INTENTE MAS TARDE."
               MOVE WS-BLQ-EMP-ID TO WS-ACC-EMP-ID
               MOVE BLQ-USUARIO   TO WS-ACC-OTRO-USUARIO
               MOVE 'E' TO WS-ACC-RESULTADO
               PERFORM 024-REGISTRAR-ACCESO
           ELSE
      *        SIN BLOQUEO, O UNO DE UN DIA ANTERIOR O DEL MISMO
      *        OPERADOR (SESION INTERRUMPIDA): SE LO TOMA.
               IF 88-FS-BLOQUEOS-YES
                   PERFORM 062-7-ARMAR-BLOQUEO
                   REWRITE REG-BLOQUEO
               ELSE
                   PERFORM 062-7-ARMAR-BLOQUEO
                   WRITE REG-BLOQUEO
               END-IF
               IF 88-FS-BLOQUEOS-YES
                   MOVE 'S' TO SW-BLQ-OK
                   MOVE 'S' TO SW-BLQ-TOMADO
               ELSE
                   DISPLAY "NO SE PUDO TOMAR EL EMPLEADO PARA "
                           "EDITARLO (OTRO OPERADOR LO ACABA DE "
                           "ABRIR). FS: " FS-BLOQUEOS
                   MOVE WS-BLQ-EMP-ID TO WS-ACC-EMP-ID
                   MOVE 'E' TO WS-ACC-RESULTADO
                   PERFORM 024-REGISTRAR-ACCESO
               END-IF
           END-IF.

       062-7-ARMAR-BLOQUEO.
           MOVE SPACES          TO REG-BLOQUEO.
           MOVE WS-BLQ-EMP-ID   TO BLQ-EMP-ID.
           MOVE WS-USUARIO      TO BLQ-USUARIO.
           MOVE WS-SYS-FECHA    TO BLQ-FECHA.
           MOVE WS-SYS-HORA     TO BLQ-HORA.
           MOVE WS-MODO-PROCESO TO BLQ-MODO.

       063-VERIFICAR-SIN-CAMBIOS.
      *    JUSTO ANTES DE REGRABAR, VUELVE A LEER EL EMPLEADO DE
      *    WS-IMAGEN-ANTES Y LO COMPARA CON ESA IMAGEN. SI OTRO
      *    OPERADOR, EL BATCH O UN AJUSTE LO CAMBIO EN EL MEDIO, DEJA
      *    SW-REG-VIGENTE EN 'N', MUESTRA QUE CAMPOS CAMBIARON Y LO
      *    REGISTRA: EL LLAMADOR NO DEBE GRABAR. SI NO CAMBIO,
      *    REG-EMPLEADO-MAESTRO QUEDA CON EL REGISTRO RELEIDO, LISTO
      *    PARA APLICARLE LOS CAMBIOS, Y EL DIARIO GUARDA UNA IMAGEN
      *    ANTES QUE ES LA REAL.
           MOVE 'N' TO SW-REG-VIGENTE.
           MOVE WS-IMAGEN-ANTES TO WS-IMAGEN-MAE.
           MOVE IMG-ID-MAE TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "EL EMPLEADO " IMG-ID-MAE " YA NO ESTA "
                           "EN EL MAESTRO. NO SE GRABA."
           END-READ.
           IF 88-FS-MAESTRO-YES
               IF REG-EMPLEADO-MAESTRO = WS-IMAGEN-ANTES
                   MOVE 'S' TO SW-REG-VIGENTE
               ELSE
                   MOVE REG-EMPLEADO-MAESTRO TO WS-IMAGEN-ACTUAL
                   DISPLAY "EL EMPLEADO " IMG-ID-MAE " FUE "
                           "MODIFICADO POR OTRO OPERADOR O PROCESO "
                           "DESDE QUE SE LEYO. NO SE GRABA."
                   DISPLAY "CAMBIOS (COMO SE LEYO -> COMO ESTA):"
                   PERFORM 063-5-MOSTRAR-CAMBIOS
                   DISPLAY "VUELVA A CONSULTARLO Y REPITA LA "
                           "OPERACION SI CORRESPONDE."
                   MOVE IMG-ID-MAE TO WS-ACC-EMP-ID
                   MOVE 'C' TO WS-ACC-RESULTADO
                   PERFORM 024-REGISTRAR-ACCESO
               END-IF
           ELSE
               IF FS-MAESTRO NOT = '23'
                   DISPLAY "ERROR AL RELEER EL EMPLEADO " IMG-ID-MAE
                           ". FS-MAESTRO: " FS-MAESTRO
               END-IF
           END-IF.

       063-5-MOSTRAR-CAMBIOS.
           IF ACT-APELLIDO-MAE NOT = IMG-APELLIDO-MAE
               DISPLAY "  APELLIDO.....: " IMG-APELLIDO-MAE " -> "
                       ACT-APELLIDO-MAE
           END-IF.
           IF ACT-NOMBRE-MAE NOT = IMG-NOMBRE-MAE
               DISPLAY "  NOMBRE.......: " IMG-NOMBRE-MAE " -> "
                       ACT-NOMBRE-MAE
           END-IF.
           IF ACT-EDAD-MAE NOT = IMG-EDAD-MAE
               DISPLAY "  EDAD.........: " IMG-EDAD-MAE " -> "
                       ACT-EDAD-MAE
           END-IF.
           IF ACT-FECHA-NAC-MAE NOT = IMG-FECHA-NAC-MAE
               DISPLAY "  NACIMIENTO...: " IMG-FECHA-NAC-MAE " -> "
                       ACT-FECHA-NAC-MAE
           END-IF.
           IF ACT-DIRECCION-MAE NOT = IMG-DIRECCION-MAE
               DISPLAY "  DIRECCION....: " IMG-DIRECCION-MAE " -> "
                       ACT-DIRECCION-MAE
           END-IF.
           IF ACT-TELEFONO-MAE NOT = IMG-TELEFONO-MAE
               DISPLAY "  TELEFONO.....: " IMG-TELEFONO-MAE " -> "
                       ACT-TELEFONO-MAE
           END-IF.
           IF ACT-ESTADO-MAE NOT = IMG-ESTADO-MAE
               DISPLAY "  ESTADO.......: " IMG-ESTADO-MAE " -> "
                       ACT-ESTADO-MAE
           END-IF.
           IF ACT-FECHA-BAJA-MAE NOT = IMG-FECHA-BAJA-MAE
               DISPLAY "  FECHA BAJA...: " IMG-FECHA-BAJA-MAE " -> "
                       ACT-FECHA-BAJA-MAE
           END-IF.
           IF ACT-LEGAJO-MAE NOT = IMG-LEGAJO-MAE
               DISPLAY "  LEGAJO.......: " IMG-LEGAJO-MAE " -> "
                       ACT-LEGAJO-MAE
           END-IF.
           IF ACT-CUIL-MAE NOT = IMG-CUIL-MAE
               DISPLAY "  CUIL.........: " IMG-CUIL-MAE " -> "
                       ACT-CUIL-MAE
           END-IF.
           IF ACT-SECTOR-MAE NOT = IMG-SECTOR-MAE
               DISPLAY "  SECTOR.......: " IMG-SECTOR-MAE " -> "
                       ACT-SECTOR-MAE
           END-IF.
           IF ACT-CARGO-MAE NOT = IMG-CARGO-MAE
               DISPLAY "  CARGO........: " IMG-CARGO-MAE " -> "
                       ACT-CARGO-MAE
           END-IF.
           IF ACT-FECHA-ING-MAE NOT = IMG-FECHA-ING-MAE
               DISPLAY "  INGRESO......: " IMG-FECHA-ING-MAE " -> "
                       ACT-FECHA-ING-MAE
           END-IF.
           IF ACT-SUELDO-MAE NOT = IMG-SUELDO-MAE
               MOVE IMG-SUELDO-MAE TO WS-BLQ-SUELDO-ANT
               MOVE ACT-SUELDO-MAE TO WS-BLQ-SUELDO-NUEVO
               DISPLAY "  SUELDO.......: " WS-BLQ-SUELDO-ANT " -> "
                       WS-BLQ-SUELDO-NUEVO
           END-IF.

       064-LIBERAR-BLOQUEO-EMP.
           IF SW-BLQ-TOMADO = 'S'
               PERFORM 067-ABRIR-BLOQUEOS
               IF SW-BLOQUEOS-ABIERTO = 'S'
                   MOVE WS-BLQ-EMP-ID TO BLQ-EMP-ID
                   DELETE BLOQUEOS-EDICION
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   CLOSE BLOQUEOS-EDICION
               END-IF
               MOVE 'N' TO SW-BLQ-TOMADO
           END-IF.

       065-TOMAR-BLOQUEO-MASIVO.
      *    UN PROCESO MASIVO SOBRE EL MAESTRO (AJUSTE 600, BATCH 800,
      *    RELOAD 950) NO ARRANCA MIENTRAS ALGUN OPERADOR TENGA UN
      *    EMPLEADO ABIERTO NI MIENTRAS CORRA OTRO PROCESO MASIVO: SE
      *    LISTA QUIEN LO ESTA USANDO Y SE REGISTRA EL RECHAZO. SI
      *    PUEDE ARRANCAR, DEJA EL REGISTRO 000000 PARA QUE NADIE
      *    EMPIECE A EDITAR HASTA QUE TERMINE (066). LOS BLOQUEOS DE
      *    DIAS ANTERIORES SON DE SESIONES QUE TERMINARON MAL Y SE
      *    BORRAN EN EL BARRIDO.
           MOVE 'N' TO SW-BLQ-OK.
           MOVE 'N' TO SW-BLQ-MASIVO-TOMADO.
           PERFORM 067-ABRIR-BLOQUEOS.
           IF SW-BLOQUEOS-ABIERTO NOT = 'S'
               MOVE 'S' TO SW-BLQ-OK
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               MOVE 0   TO WS-BLQ-EN-EDICION
               MOVE 'N' TO SW-FIN-BLOQUEOS
               MOVE 0   TO BLQ-EMP-ID
               START BLOQUEOS-EDICION
                       KEY IS NOT LESS THAN BLQ-EMP-ID
                   INVALID KEY
                       MOVE 'S' TO SW-FIN-BLOQUEOS
               END-START
               PERFORM 065-5-REVISAR-SIG-BLOQUEO
                       UNTIL SW-FIN-BLOQUEOS = 'S'
               IF WS-BLQ-EN-EDICION > 0
                   DISPLAY "NO SE PUEDE INICIAR EL PROCESO MASIVO: "
                           "EL MAESTRO ESTA EN USO. INTENTE CUANDO "
                           "TERMINEN."
                   MOVE 'E' TO WS-ACC-RESULTADO
                   PERFORM 024-REGISTRAR-ACCESO
               ELSE
                   MOVE 0 TO WS-BLQ-EMP-ID
                   PERFORM 062-7-ARMAR-BLOQUEO
                   WRITE REG-BLOQUEO
                   IF 88-FS-BLOQUEOS-YES
                       MOVE 'S' TO SW-BLQ-OK
                       MOVE 'S' TO SW-BLQ-MASIVO-TOMADO
                   ELSE
                       DISPLAY "NO SE PUEDE INICIAR EL PROCESO "
                               "MASIVO: OTRO PROCESO ACABA DE "
                               "TOMAR EL MAESTRO. FS: " FS-BLOQUEOS
                       MOVE 0 TO WS-ACC-EMP-ID
                       MOVE 'E' TO WS-ACC-RESULTADO
                       PERFORM 024-REGISTRAR-ACCESO
                   END-IF
               END-IF
               CLOSE BLOQUEOS-EDICION
           END-IF.

       065-5-REVISAR-SIG-BLOQUEO.
           READ BLOQUEOS-EDICION NEXT RECORD.
           IF NOT 88-FS-BLOQUEOS-YES
               MOVE 'S' TO SW-FIN-BLOQUEOS
           ELSE
               IF BLQ-FECHA NOT = WS-SYS-FECHA
                   DELETE BLOQUEOS-EDICION
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   ADD 1 TO WS-BLQ-EN-EDICION
                   MOVE BLQ-HORA TO WS-BLQ-HORA
                   IF 88-BLQ-MASIVO
                       DISPLAY "PROCESO MASIVO EN CURSO (MODO "
                               BLQ-MODO ") DE " BLQ-USUARIO
                               " DESDE LAS " WS-BLQ-HH ":" WS-BLQ-MI
                   ELSE
                       DISPLAY "EMPLEADO " BLQ-EMP-ID " EN EDICION "
                               "POR " BLQ-USUARIO " DESDE LAS "
                               WS-BLQ-HH ":" WS-BLQ-MI
                   END-IF
                   IF WS-BLQ-EN-EDICION = 1
                       MOVE BLQ-EMP-ID  TO WS-ACC-EMP-ID
                       MOVE BLQ-USUARIO TO WS-ACC-OTRO-USUARIO
                   END-IF
               END-IF
           END-IF.

       066-LIBERAR-BLOQUEO-MASIVO.
           IF SW-BLQ-MASIVO-TOMADO = 'S'
               PERFORM 067-ABRIR-BLOQUEOS
               IF SW-BLOQUEOS-ABIERTO = 'S'
                   MOVE 0 TO BLQ-EMP-ID
                   DELETE BLOQUEOS-EDICION
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   CLOSE BLOQUEOS-EDICION
               END-IF
               MOVE 'N' TO SW-BLQ-MASIVO-TOMADO
           END-IF.

       067-ABRIR-BLOQUEOS.
      *    Bloqueos.DAT SE ABRE Y CIERRA EN CADA USO, PARA QUE LO VEAN
      *    AL MOMENTO LAS OTRAS SESIONES.
           MOVE 'N' TO SW-BLOQUEOS-ABIERTO.
           OPEN I-O BLOQUEOS-EDICION.
           IF 88-FS-BLOQUEOS-NOFILE
               OPEN OUTPUT BLOQUEOS-EDICION
               CLOSE BLOQUEOS-EDICION
               OPEN I-O BLOQUEOS-EDICION
           END-IF.
           IF 88-FS-BLOQUEOS-YES
               MOVE 'S' TO SW-BLOQUEOS-ABIERTO
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR Bloqueos.DAT, NO SE "
                       "CONTROLA EL USO SIMULTANEO. FS: " FS-BLOQUEOS
           END-IF.

       110-MENU-TRANSACCION.
           DISPLAY " ".
           DISPLAY "(A)lta  (C)ambio  (B)aja  (R)eactivacion  "
                   "Aus(E)ncias  ".
           DISPLAY "(I)nquiry  (N)ombre  (H)istorial  (P)endientes  "
                   "(G)rupo familiar  ".
           DISPLAY "(L)istado ordenado  Cu(M)pleanos  "
                   "Li(Q)uidacion  Cer(T)ificado  ".
           DISPLAY "Cambio de pass(W)ord  (F)in: ".
           ACCEPT WS-TIPO-TRANSACCION.

      *    LAS OPCIONES QUE MODIFICAN EL MAESTRO (A/C/B/R) SOLO
      *    ESTAN HABILITADAS PARA EL PERFIL DE ACTUALIZACION; EL
      *    PERFIL DE CONSULTA CONSERVA LAS DE SOLO LECTURA.
           EVALUATE TRUE
               WHEN 88-TRANS-ALTA
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 500-ALTA-EMPLEADO
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-TRANS-CAMBIO
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 520-CAMBIO-EMPLEADO
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-TRANS-BAJA
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 540-BAJA-EMPLEADO
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-TRANS-REACTIVACION
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 550-REACTIVAR-EMPLEADO
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-TRANS-CONSULTA
                   PERFORM 560-CONSULTA-EMPLEADO
               WHEN 88-TRANS-NOMBRE
                   PERFORM 580-CONSULTA-POR-NOMBRE
               WHEN 88-TRANS-HISTORIAL
                   PERFORM 570-HISTORIAL-EMPLEADO
               WHEN 88-TRANS-LISTADO
                   PERFORM 700-GENERAR-LISTADO-ORDENADO
               WHEN 88-TRANS-CUMPLE
                   PERFORM 750-LISTADO-CUMPLEANOS
               WHEN 88-TRANS-PENDIENTES
                   PERFORM 530-NOVEDADES-PENDIENTES
               WHEN 88-TRANS-AUSENCIAS
                   PERFORM 770-MANTENER-AUSENCIAS
               WHEN 88-TRANS-LIQUIDACION
                   PERFORM 549-REIMPRIMIR-LIQUIDACION
               WHEN 88-TRANS-FAMILIA
                   PERFORM 780-CARGAS-DE-FAMILIA
               WHEN 88-TRANS-CERTIFICADO
                   PERFORM 590-CERTIFICADO-TRABAJO
               WHEN 88-TRANS-PASSWORD
                   MOVE 'N' TO SW-CAMBIO-FORZADO
                   PERFORM 023-CAMBIAR-PASSWORD
               WHEN 88-TRANS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.

       120-OPCION-NO-HABILITADA.
      *    CUALQUIER PERFIL QUE NO SEA EL DE ACTUALIZACION (INCLUSO
      *    UN PERFIL MAL CARGADO EN Operadores.DAT) QUEDA LIMITADO A
      *    LAS OPCIONES DE CONSULTA.
           DISPLAY "SU PERFIL NO HABILITA ESTA OPCION "
                   "(SOLO CONSULTA).".

       500-ALTA-EMPLEADO.
           PERFORM 075-INGRESAR-EMPLEADO.
           PERFORM 510-PROCESAR-ALTA.

       510-PROCESAR-ALTA.
      *    GRABA EL ALTA EN EL MAESTRO Y EN EL LISTADO A PARTIR DE
      *    WS-REG-DATOS, YA SEA QUE HAYA SIDO CARGADO EN FORMA
      *    INTERACTIVA (075-INGRESAR-EMPLEADO) O DESDE EL ARCHIVO DE
      *    TRANSACCIONES EN MODO BATCH (810-LEER-TRANSACCION).
      *    SW-ALTA-OK QUEDA EN 'S' SOLO SI EL ALTA SE GRABO: EL
      *    BATCH LO USA PARA CONTAR APLICADAS Y RECHAZADAS.
      *    EL CONTROL DE PRESUPUESTO (978) PUEDE AVISAR O, SI LA
      *    CELDA ESTA EN RECHAZO, CANCELAR EL ALTA.
           MOVE 'N' TO SW-ALTA-OK.
           MOVE 'N' TO SW-PRE-RECHAZO.
           PERFORM 085-VERIFICAR-DUPLICADO.
           IF SW-DUPLICADO = 'S'
               DISPLAY "EMPLEADO YA EXISTE: " WS-NOMBRE " "
                       WS-APELLIDO ". ALTA CANCELADA."
           ELSE
               PERFORM 978-CONTROLAR-PRESUPUESTO
           END-IF.
           IF SW-DUPLICADO NOT = 'S' AND SW-PRE-RECHAZO NOT = 'S'
               MOVE WS-PROX-EMP-ID        TO EMP-ID-MAE
               MOVE WS-NOMBRE             TO EMP-NOMBRE-MAE
               MOVE WS-APELLIDO           TO EMP-APELLIDO-MAE
               MOVE WS-EDAD               TO EMP-EDAD-MAE
               MOVE FECHA-DD OF WS-FECHA-NACIMIENTO TO
                       EMP-FECHA-DD-MAE
               MOVE FECHA-MM OF WS-FECHA-NACIMIENTO TO
                       EMP-FECHA-MM-MAE
               MOVE FECHA-AAAA OF WS-FECHA-NACIMIENTO TO
                       EMP-FECHA-AAAA-MAE
               MOVE WS-DIRECCION          TO EMP-DIRECCION-MAE
               MOVE WS-TELEFONO           TO EMP-TELEFONO-MAE
               MOVE 'A'                   TO EMP-ESTADO-MAE
               MOVE ZEROES                TO EMP-FECHA-BAJA-MAE
               MOVE WS-LEGAJO             TO EMP-LEGAJO-MAE
               MOVE WS-CUIL               TO EMP-CUIL-MAE
               MOVE WS-SECTOR             TO EMP-SECTOR-MAE
               MOVE WS-CARGO              TO EMP-CARGO-MAE
               MOVE ING-DD                TO EMP-FECHA-ING-DD-MAE
               MOVE ING-MM                TO EMP-FECHA-ING-MM-MAE
               MOVE ING-AAAA              TO EMP-FECHA-ING-AAAA-MAE
               MOVE WS-SUELDO             TO EMP-SUELDO-MAE

               WRITE REG-EMPLEADO-MAESTRO
               IF 88-FS-MAESTRO-YES
                   DISPLAY "EMPLEADO DADO DE ALTA CON ID: " EMP-ID-MAE
                   MOVE 'S' TO SW-ALTA-OK
                   ADD 1 TO WS-PROX-EMP-ID
                   MOVE 'A' TO WS-JRN-TIPO
                   MOVE EMP-ID-MAE TO WS-JRN-EMP-ID
                   MOVE SPACES TO WS-IMAGEN-ANTES
                   MOVE REG-EMPLEADO-MAESTRO TO WS-IMAGEN-DESPUES
                   PERFORM 090-GRABAR-DIARIO
                   PERFORM 300-WRITE
               ELSE
                   DISPLAY "ERROR AL DAR DE ALTA. FS-MAESTRO: "
                           FS-MAESTRO
               END-IF
           END-IF.

       085-VERIFICAR-DUPLICADO.
      *    BUSCA UN EMPLEADO ACTIVO YA CARGADO CON EL MISMO APELLIDO
      *    Y NOMBRE, PARA NO DUPLICAR EL ALTA. POSICIONA DIRECTO POR
      *    LA CLAVE ALTERNADA EN LUGAR DE BARRER TODO EL MAESTRO, Y
      *    SOLO RECORRE LOS HOMONIMOS EXACTOS (LA CLAVE ADMITE
      *    DUPLICADOS: PUEDE HABER VARIOS DADOS DE BAJA). LOS DADOS
      *    DE BAJA NO CUENTAN: UN HOMONIMO QUE YA NO ESTA NO DEBE
      *    IMPEDIR UN ALTA NUEVA.
           MOVE 'N' TO SW-DUPLICADO.
           MOVE ' ' TO SW-FIN-CLAVE.
           MOVE WS-APELLIDO TO EMP-APELLIDO-MAE.
           MOVE WS-NOMBRE   TO EMP-NOMBRE-MAE.
           START EMPLEADO-MAESTRO KEY IS EQUAL TO
                   EMP-CLAVE-NOMBRE-MAE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-MAESTRO-YES
               PERFORM 086-BUSCAR-DUPLICADO
                       UNTIL NOT 88-FS-MAESTRO-YES
                          OR SW-DUPLICADO = 'S'
                          OR SW-FIN-CLAVE = 'S'
           END-IF.

       086-BUSCAR-DUPLICADO.
           READ EMPLEADO-MAESTRO NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-MAESTRO-YES
               IF EMP-APELLIDO-MAE = WS-APELLIDO AND
                  EMP-NOMBRE-MAE = WS-NOMBRE
                   IF 88-EMP-ACTIVO
                       MOVE 'S' TO SW-DUPLICADO
                   END-IF
               ELSE
                   MOVE 'S' TO SW-FIN-CLAVE
               END-IF
           END-IF.

       090-GRABAR-DIARIO.
      *    GRABA EN EL DIARIO DE NOVEDADES EL MOVIMIENTO RECIEN
      *    APLICADO AL MAESTRO (O A LAS CARGAS DE FAMILIA, TIPO 'F',
      *    CON LA IMAGEN DEL FAMILIAR). EL LLAMADOR DEJA EN
      *    WS-JRN-TIPO EL TIPO DE TRANSACCION, EN WS-JRN-EMP-ID EL ID
      *    AFECTADO
      *    (SE PASA EXPLICITO PARA NO DEPENDER DE LO QUE TENGA EL
      *    AREA DEL REGISTRO AL MOMENTO DE ASENTAR) Y EN
      *    WS-IMAGEN-ANTES/-DESPUES
      *    LAS IMAGENES DEL REGISTRO ANTES Y DESPUES DEL CAMBIO (EN
      *    UN ALTA LA IMAGEN ANTERIOR VIAJA EN BLANCO; EN UNA BAJA,
      *    LA POSTERIOR).
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE WS-SYS-FECHA          TO JRN-FECHA.
           MOVE WS-SYS-HORA           TO JRN-HORA.
           MOVE WS-JRN-TIPO           TO JRN-TIPO-TRANS.
           IF 88-MODO-BATCH
               MOVE 'B' TO JRN-ORIGEN
           ELSE
               MOVE 'I' TO JRN-ORIGEN
           END-IF.
           MOVE WS-USUARIO            TO JRN-USUARIO.
           MOVE WS-JRN-EMP-ID         TO JRN-EMP-ID.
           MOVE WS-IMAGEN-ANTES       TO JRN-IMAGEN-ANTES.
           MOVE WS-IMAGEN-DESPUES     TO JRN-IMAGEN-DESPUES.
           WRITE REG-DIARIO.
           IF NOT 88-FS-DIARIO-YES
               DISPLAY "ERROR AL GRABAR EL DIARIO. FS-DIARIO: "
                       FS-DIARIO
           END-IF.

       520-CAMBIO-EMPLEADO.
           DISPLAY "INGRESE EL ID DEL EMPLEADO A MODIFICAR: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.

           IF 88-FS-MAESTRO-YES
               MOVE REG-EMPLEADO-MAESTRO TO WS-IMAGEN-ANTES
               PERFORM 062-TOMAR-BLOQUEO-EMP
               IF SW-BLQ-OK = 'S'
                   PERFORM 075-INGRESAR-EMPLEADO
                   PERFORM 063-VERIFICAR-SIN-CAMBIOS
                   IF SW-REG-VIGENTE = 'S'
                       MOVE WS-NOMBRE     TO EMP-NOMBRE-MAE
                       MOVE WS-APELLIDO   TO EMP-APELLIDO-MAE
                       MOVE WS-EDAD       TO EMP-EDAD-MAE
                       MOVE FECHA-DD OF WS-FECHA-NACIMIENTO   TO
                               EMP-FECHA-DD-MAE
                       MOVE FECHA-MM OF WS-FECHA-NACIMIENTO   TO
                               EMP-FECHA-MM-MAE
                       MOVE FECHA-AAAA OF WS-FECHA-NACIMIENTO TO
                               EMP-FECHA-AAAA-MAE
                       MOVE WS-DIRECCION  TO EMP-DIRECCION-MAE
                       MOVE WS-TELEFONO   TO EMP-TELEFONO-MAE
                       MOVE WS-LEGAJO     TO EMP-LEGAJO-MAE
                       MOVE WS-CUIL       TO EMP-CUIL-MAE
                       MOVE WS-SECTOR     TO EMP-SECTOR-MAE
                       MOVE WS-CARGO      TO EMP-CARGO-MAE
                       MOVE ING-DD        TO EMP-FECHA-ING-DD-MAE
                       MOVE ING-MM        TO EMP-FECHA-ING-MM-MAE
                       MOVE ING-AAAA      TO EMP-FECHA-ING-AAAA-MAE
                       MOVE WS-SUELDO     TO EMP-SUELDO-MAE
                       REWRITE REG-EMPLEADO-MAESTRO
                       IF 88-FS-MAESTRO-YES
                           DISPLAY "EMPLEADO MODIFICADO."
                           MOVE 'C' TO WS-JRN-TIPO
                           MOVE WS-EMP-ID-BUSCADO TO WS-JRN-EMP-ID
                           MOVE REG-EMPLEADO-MAESTRO
                                   TO WS-IMAGEN-DESPUES
                           PERFORM 090-GRABAR-DIARIO
                       ELSE
                           DISPLAY "ERROR AL MODIFICAR. FS-MAESTRO: "
                                   FS-MAESTRO
                       END-IF
                   END-IF
                   PERFORM 064-LIBERAR-BLOQUEO-EMP
               END-IF
           END-IF.

       530-NOVEDADES-PENDIENTES.
      *    NOVEDADES QUE RH CONOCE DE ANTEMANO (CAMBIO DE SECTOR O
      *    CARGO, AJUSTE DE SUELDO, BAJA) SE CARGAN CON SU FECHA DE
      *    VIGENCIA Y QUEDAN PENDIENTES HASTA QUE EL CIERRE DIARIO
      *    DE ESE DIA LAS APLICA (678). LA CARGA Y LA ANULACION SON
      *    DEL PERFIL DE ACTUALIZACION; LA CONSULTA Y EL LISTADO
      *    QUEDAN PARA TODOS.
           IF SW-PENDIENTES-ABIERTO NOT = 'S'
               DISPLAY "LAS NOVEDADES CON VIGENCIA NO ESTAN "
                       "DISPONIBLES EN ESTA SESION."
           ELSE
               MOVE ' ' TO WS-PEN-OPCION
               PERFORM 531-MENU-PENDIENTES UNTIL 88-PENOP-FIN
           END-IF.

       531-MENU-PENDIENTES.
           DISPLAY " ".
           DISPLAY "PENDIENTES: (C)ambio sector/cargo  (S)ueldo  "
                   "(B)aja  (A)nular".
           DISPLAY "            (I)nquiry por ID  (L)istado  (F)in: ".
           ACCEPT WS-PEN-OPCION.
           EVALUATE TRUE
               WHEN 88-PENOP-CAMBIO
                   IF 88-PERFIL-ACTUALIZA
                       MOVE 'C' TO WS-PEN-TIPO-IN
                       PERFORM 532-CARGAR-PENDIENTE
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-PENOP-SUELDO
                   IF 88-PERFIL-ACTUALIZA
                       MOVE 'S' TO WS-PEN-TIPO-IN
                       PERFORM 532-CARGAR-PENDIENTE
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-PENOP-BAJA
                   IF 88-PERFIL-ACTUALIZA
                       MOVE 'B' TO WS-PEN-TIPO-IN
                       PERFORM 532-CARGAR-PENDIENTE
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-PENOP-ANULAR
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 533-ANULAR-PENDIENTE
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-PENOP-CONSULTA
                   PERFORM 534-CONSULTA-PENDIENTES
               WHEN 88-PENOP-LISTADO
                   PERFORM 535-LISTADO-PENDIENTES
               WHEN 88-PENOP-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.

       532-CARGAR-PENDIENTE.
      *    EL TIPO (WS-PEN-TIPO-IN) VIENE DEL MENU. SOLO SE ACEPTAN
      *    NOVEDADES PARA EMPLEADOS ACTIVOS; SI EL EMPLEADO SE DA DE
      *    BAJA ANTES DE LA VIGENCIA, EL CIERRE LA RECHAZA Y LA DEJA
      *    MARCADA CON EL MOTIVO.
           DISPLAY "INGRESE EL ID DEL EMPLEADO: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.

           IF 88-FS-MAESTRO-YES
               IF 88-EMP-BAJA
                   DISPLAY "EL EMPLEADO ESTA DADO DE BAJA: NO ADMITE "
                           "NOVEDADES."
               ELSE
                   DISPLAY "EMPLEADO: " EMP-APELLIDO-MAE " "
                           EMP-NOMBRE-MAE " - " EMP-SECTOR-MAE " "
                           EMP-CARGO-MAE
                   MOVE 'N' TO SW-PEN-VIG-OK
                   PERFORM 532-5-PEDIR-VIGENCIA
                           UNTIL SW-PEN-VIG-OK = 'S'
                   MOVE SPACES            TO REG-PENDIENTE
                   MOVE WS-EMP-ID-BUSCADO TO PEN-EMP-ID
                   MOVE WS-PEN-VIGENCIA   TO PEN-FECHA-VIG
                   MOVE WS-PEN-TIPO-IN    TO PEN-TIPO
                   MOVE 0                 TO PEN-AJU-PORC
                   MOVE 0                 TO PEN-AJU-MONTO
                   MOVE 0                 TO PEN-FECHA-PROC
                   EVALUATE TRUE
                       WHEN 88-PEN-CAMBIO
                           MOVE 'N' TO SW-SECTOR-OK
                           PERFORM 073-PEDIR-SECTOR
                                   UNTIL SW-SECTOR-OK = 'S'
                           MOVE 'N' TO SW-CARGO-OK
                           PERFORM 073-5-PEDIR-CARGO
                                   UNTIL SW-CARGO-OK = 'S'
                           MOVE WS-SECTOR TO PEN-SECTOR
                           MOVE WS-CARGO  TO PEN-CARGO
                       WHEN 88-PEN-SUELDO
                           MOVE 'N' TO SW-AJU-TIPO-OK
                           PERFORM 601-5-PEDIR-TIPO-AJUSTE
                                   UNTIL SW-AJU-TIPO-OK = 'S'
                           MOVE 'N' TO SW-AJU-VALOR-OK
                           PERFORM 601-7-PEDIR-VALOR-AJUSTE
                                   UNTIL SW-AJU-VALOR-OK = 'S'
                           IF 88-AJU-PORCENTAJE
                               MOVE 'P'         TO PEN-AJU-TIPO
                               MOVE WS-AJU-PORC TO PEN-AJU-PORC
                           ELSE
                               MOVE 'M'          TO PEN-AJU-TIPO
                               MOVE WS-AJU-MONTO TO PEN-AJU-MONTO
                           END-IF
                       WHEN OTHER
                           MOVE 'N' TO SW-MOTIVO-OK
                           PERFORM 541-PEDIR-MOTIVO-BAJA
                                   UNTIL SW-MOTIVO-OK = 'S'
                           MOVE WS-MOTIVO-BAJA TO PEN-MOTIVO-BAJA
                   END-EVALUATE
                   MOVE 'P'               TO PEN-ESTADO
                   MOVE WS-USUARIO        TO PEN-USUARIO-CARGA
                   MOVE WS-PEN-HOY        TO PEN-FECHA-CARGA
                   PERFORM 532-7-GRABAR-PENDIENTE
               END-IF
           END-IF.

       532-5-PEDIR-VIGENCIA.
      *    LA VIGENCIA PUEDE SER HOY (LA APLICA EL CIERRE DE ESTA
      *    NOCHE) O POSTERIOR; UNA FECHA PASADA SE CARGA DIRECTO CON
      *    LAS OPCIONES DEL MENU, NO COMO PENDIENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE WS-SYS-FECHA TO WS-PEN-HOY.
           DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): ".
           ACCEPT WS-CORTE-ALFA.
           IF WS-CORTE-ALFA IS NUMERIC
               MOVE WS-CORTE-ALFA TO WS-CORTE-FECHA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CORTE-FECHA) = 0
                   IF WS-CORTE-FECHA < WS-PEN-HOY
                       DISPLAY "LA VIGENCIA NO PUEDE SER ANTERIOR A "
                               "HOY. REINGRESE."
                   ELSE
                       MOVE WS-CORTE-FECHA TO WS-PEN-VIGENCIA
                       MOVE 'S' TO SW-PEN-VIG-OK
                   END-IF
               ELSE
                   DISPLAY "FECHA INVALIDA. REINGRESE."
               END-IF
           ELSE
               DISPLAY "FECHA INVALIDA, DEBE SER AAAAMMDD. "
                       "REINGRESE."
           END-IF.

       532-7-GRABAR-PENDIENTE.
      *    SI YA HAY UNA NOVEDAD DEL MISMO TIPO Y FECHA PERO ESTA
      *    ANULADA, APLICADA O RECHAZADA, LA NUEVA OCUPA SU LUGAR
      *    (IGUAL QUE EL ALTA DEL CATALOGO); SI ESTA PENDIENTE HAY
      *    QUE ANULARLA ANTES, PARA NO PISARLA SIN QUERER.
           MOVE PEN-FECHA-VIG TO WS-CORTE-FECHA.
           WRITE REG-PENDIENTE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF 88-FS-PENDIENTES-YES
               DISPLAY "NOVEDAD REGISTRADA. LA APLICA EL CIERRE "
                       "DIARIO DEL " WS-CORTE-DD "/" WS-CORTE-MM "/"
                       WS-CORTE-AAAA "."
           ELSE
               IF 88-FS-PENDIENTES-DUP
                   MOVE REG-PENDIENTE TO WS-PEN-REG-NUEVO
                   READ NOVEDADES-PENDIENTES
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF 88-FS-PENDIENTES-YES AND
                      NOT 88-PEN-PENDIENTE
                       MOVE WS-PEN-REG-NUEVO TO REG-PENDIENTE
                       REWRITE REG-PENDIENTE
                       IF 88-FS-PENDIENTES-YES
                           DISPLAY "NOVEDAD REGISTRADA. LA APLICA EL "
                                   "CIERRE DIARIO DEL " WS-CORTE-DD
                                   "/" WS-CORTE-MM "/" WS-CORTE-AAAA
                                   "."
                       ELSE
                           DISPLAY "ERROR AL GRABAR LA NOVEDAD. FS: "
                                   FS-PENDIENTES
                       END-IF
                   ELSE
                       DISPLAY "YA HAY UNA NOVEDAD PENDIENTE DE ESE "
                               "TIPO PARA ESA FECHA. ANULELA ANTES "
                               "DE VOLVER A CARGARLA."
                   END-IF
               ELSE
                   DISPLAY "ERROR AL GRABAR LA NOVEDAD. FS: "
                           FS-PENDIENTES
               END-IF
           END-IF.

       533-ANULAR-PENDIENTE.
      *    LA ANULACION ES LOGICA (ESTADO 'X') Y SOLO VALE PARA UNA
      *    NOVEDAD TODAVIA PENDIENTE: LO YA APLICADO AL MAESTRO SE
      *    CORRIGE CON LAS OPCIONES DEL MENU, QUE QUEDAN EN EL DIARIO.
           DISPLAY "INGRESE EL ID DEL EMPLEADO: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE 'N' TO SW-CORTE-OK.
           PERFORM 533-3-PEDIR-FECHA-ANULAR UNTIL SW-CORTE-OK = 'S'.
           MOVE 'N' TO SW-PEN-TIPO-OK.
           PERFORM 533-5-PEDIR-TIPO-PEN UNTIL SW-PEN-TIPO-OK = 'S'.
           MOVE WS-EMP-ID-BUSCADO TO PEN-EMP-ID.
           MOVE WS-CORTE-FECHA    TO PEN-FECHA-VIG.
           MOVE WS-PEN-TIPO-IN    TO PEN-TIPO.
           READ NOVEDADES-PENDIENTES
               INVALID KEY
                   DISPLAY "NO EXISTE ESA NOVEDAD PARA EL EMPLEADO."
           END-READ.
           IF 88-FS-PENDIENTES-YES
               IF NOT 88-PEN-PENDIENTE
                   DISPLAY "LA NOVEDAD YA NO ESTA PENDIENTE (ESTADO "
                           PEN-ESTADO "): NO SE PUEDE ANULAR."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
                   MOVE 'X'          TO PEN-ESTADO
                   MOVE WS-USUARIO   TO PEN-USUARIO-PROC
                   MOVE WS-SYS-FECHA TO PEN-FECHA-PROC
                   MOVE "ANULADA POR OPERADOR" TO PEN-OBSERVACION
                   REWRITE REG-PENDIENTE
                   IF 88-FS-PENDIENTES-YES
                       DISPLAY "NOVEDAD ANULADA."
                   ELSE
                       DISPLAY "ERROR AL ANULAR LA NOVEDAD. FS: "
                               FS-PENDIENTES
                   END-IF
               END-IF
           END-IF.

       533-3-PEDIR-FECHA-ANULAR.
           DISPLAY "FECHA DE VIGENCIA DE LA NOVEDAD (AAAAMMDD): ".
           ACCEPT WS-CORTE-ALFA.
           IF WS-CORTE-ALFA IS NUMERIC
               MOVE WS-CORTE-ALFA TO WS-CORTE-FECHA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CORTE-FECHA) = 0
                   MOVE 'S' TO SW-CORTE-OK
               ELSE
                   DISPLAY "FECHA INEXISTENTE. REINGRESE."
               END-IF
           ELSE
               DISPLAY "FECHA INVALIDA, DEBE SER AAAAMMDD. "
                       "REINGRESE."
           END-IF.

       533-5-PEDIR-TIPO-PEN.
           DISPLAY "TIPO DE NOVEDAD (C=CAMBIO / S=SUELDO / B=BAJA): ".
           ACCEPT WS-PEN-TIPO-IN.
           IF WS-PEN-TIPO-IN = 'c'
               MOVE 'C' TO WS-PEN-TIPO-IN
           END-IF.
           IF WS-PEN-TIPO-IN = 's'
               MOVE 'S' TO WS-PEN-TIPO-IN
           END-IF.
           IF WS-PEN-TIPO-IN = 'b'
               MOVE 'B' TO WS-PEN-TIPO-IN
           END-IF.
           IF WS-PEN-TIPO-IN = 'C' OR WS-PEN-TIPO-IN = 'S' OR
              WS-PEN-TIPO-IN = 'B'
               MOVE 'S' TO SW-PEN-TIPO-OK
           ELSE
               DISPLAY "TIPO INVALIDO. REINGRESE."
           END-IF.

       534-CONSULTA-PENDIENTES.
      *    NOVEDADES TODAVIA PENDIENTES DE UN EMPLEADO, EN ORDEN DE
      *    VIGENCIA. LA CLAVE EMPIEZA POR EL ID, ASI QUE SE POSICIONA
      *    AL PRINCIPIO DEL EMPLEADO Y SE LEE HASTA QUE CAMBIA.
           DISPLAY "INGRESE EL ID DEL EMPLEADO A CONSULTAR: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE 0   TO WS-PEN-LISTADAS.
           MOVE 'N' TO SW-FIN-PEN-EMP.
           MOVE WS-EMP-ID-BUSCADO TO PEN-EMP-ID.
           MOVE 0                 TO PEN-FECHA-VIG.
           MOVE LOW-VALUES        TO PEN-TIPO.
           START NOVEDADES-PENDIENTES KEY IS NOT LESS THAN PEN-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-PENDIENTES-YES
               PERFORM 534-5-CONSULTAR-SIG-PEN
                       UNTIL NOT 88-FS-PENDIENTES-YES
                          OR SW-FIN-PEN-EMP = 'S'
           END-IF.
           IF WS-PEN-LISTADAS = 0
               DISPLAY "EL EMPLEADO NO TIENE NOVEDADES PENDIENTES."
           ELSE
               DISPLAY "NOVEDADES PENDIENTES: " WS-PEN-LISTADAS
           END-IF.

       534-5-CONSULTAR-SIG-PEN.
           READ NOVEDADES-PENDIENTES NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-PENDIENTES-YES
               IF PEN-EMP-ID NOT = WS-EMP-ID-BUSCADO
                   MOVE 'S' TO SW-FIN-PEN-EMP
               ELSE
                   IF 88-PEN-PENDIENTE
                       ADD 1 TO WS-PEN-LISTADAS
                       PERFORM 534-7-ARMAR-DETALLE-PEN
                       DISPLAY WS-PEN-DET-VIG "  " WS-PEN-DET-TIPO
                               "  " WS-PEN-DET-TEXTO "  CARGADA POR: "
                               PEN-USUARIO-CARGA
                   END-IF
               END-IF
           END-IF.

       534-7-ARMAR-DETALLE-PEN.
      *    ARMA FECHA, TIPO Y DETALLE DE LA NOVEDAD EN REG-PENDIENTE,
      *    COMUNES A LA CONSULTA (534) Y AL LISTADO (535).
           MOVE PEN-FECHA-VIG TO WS-CORTE-FECHA.
           MOVE WS-CORTE-DD   TO PEN-DET-DD.
           MOVE WS-CORTE-MM   TO PEN-DET-MM.
           MOVE WS-CORTE-AAAA TO PEN-DET-AAAA.
           MOVE SPACES TO WS-PEN-DET-TEXTO.
           EVALUATE TRUE
               WHEN 88-PEN-CAMBIO
                   MOVE "CAMBIO" TO WS-PEN-DET-TIPO
                   STRING FUNCTION TRIM(PEN-SECTOR) " / "
                          FUNCTION TRIM(PEN-CARGO)
                           DELIMITED BY SIZE INTO WS-PEN-DET-TEXTO
                   END-STRING
               WHEN 88-PEN-SUELDO
                   MOVE "SUELDO" TO WS-PEN-DET-TIPO
                   IF PEN-AJU-TIPO = 'P'
                       MOVE PEN-AJU-PORC TO WS-AJU-PORC-ED
                       STRING "AUMENTO " WS-AJU-PORC-ED " %"
                               DELIMITED BY SIZE
                               INTO WS-PEN-DET-TEXTO
                       END-STRING
                   ELSE
                       MOVE PEN-AJU-MONTO TO WS-SUELDO-ED
                       STRING "AUMENTO " WS-SUELDO-ED " $"
                               DELIMITED BY SIZE
                               INTO WS-PEN-DET-TEXTO
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE "BAJA"   TO WS-PEN-DET-TIPO
                   MOVE PEN-MOTIVO-BAJA TO WS-MOTIVO-BAJA
                   PERFORM 542-DESC-MOTIVO-BAJA
                   STRING "MOTIVO: " WS-MOTIVO-DESC
                           DELIMITED BY SIZE INTO WS-PEN-DET-TEXTO
                   END-STRING
           END-EVALUATE.

       535-LISTADO-PENDIENTES.
      *    TODAS LAS NOVEDADES TODAVIA PENDIENTES, POR EMPLEADO Y
      *    VIGENCIA, EN Novedades-pend.TXT.
           OPEN OUTPUT PENDIENTES-REP.
           IF 88-FS-PEN-REP-YES
               MOVE 0 TO WS-PEN-LISTADAS
               MOVE 1 TO WS-NUMERO-PAGINA-PEN
               PERFORM 535-7-ENCABEZADO-PEN
               MOVE LOW-VALUES TO PEN-CLAVE
               START NOVEDADES-PENDIENTES
                       KEY IS NOT LESS THAN PEN-CLAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF 88-FS-PENDIENTES-YES
                   PERFORM 535-5-LISTAR-SIG-PEN
                           UNTIL NOT 88-FS-PENDIENTES-YES
               END-IF
               WRITE REG-PENDIENTES-REP FROM WS-GUIONES
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-PEN
               STRING " TOTAL DE NOVEDADES PENDIENTES: "
                      WS-PEN-LISTADAS
                       DELIMITED BY SIZE INTO WS-LINEA-PEN
               END-STRING
               WRITE REG-PENDIENTES-REP FROM WS-LINEA-PEN
                       AFTER ADVANCING 1
               CLOSE PENDIENTES-REP
               DISPLAY "LISTADO GENERADO EN Novedades-pend.TXT. "
                       "PENDIENTES: " WS-PEN-LISTADAS
           ELSE
               DISPLAY "NO SE PUDO ABRIR Novedades-pend.TXT. FS: "
                       FS-PEN-REP
           END-IF.

       535-5-LISTAR-SIG-PEN.
           READ NOVEDADES-PENDIENTES NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-PENDIENTES-YES AND 88-PEN-PENDIENTE
               ADD 1 TO WS-PEN-LISTADAS
               MOVE PEN-EMP-ID TO WS-PEN-DET-ID
               MOVE PEN-EMP-ID TO EMP-ID-MAE
               READ EMPLEADO-MAESTRO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF 88-FS-MAESTRO-YES
                   MOVE EMP-APELLIDO-MAE TO WS-PEN-DET-APELLIDO
                   MOVE EMP-NOMBRE-MAE   TO WS-PEN-DET-NOMBRE
               ELSE
                   MOVE "(NO EXISTE)"    TO WS-PEN-DET-APELLIDO
                   MOVE SPACES           TO WS-PEN-DET-NOMBRE
               END-IF
               PERFORM 534-7-ARMAR-DETALLE-PEN
               WRITE REG-PENDIENTES-REP FROM WS-DETALLE-PEN
                       AFTER ADVANCING 1
               ADD 1 TO WS-LINEAS-PAGINA-PEN
               IF WS-LINEAS-PAGINA-PEN >= WS-MAX-LINEAS-PAGINA
                   ADD 1 TO WS-NUMERO-PAGINA-PEN
                   PERFORM 535-7-ENCABEZADO-PEN
               END-IF
           END-IF.

       535-7-ENCABEZADO-PEN.
           WRITE REG-PENDIENTES-REP FROM WS-TITULO-PEN
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-PEN   TO TIT-2-PAGINA
           WRITE REG-PENDIENTES-REP FROM WS-TITULO-2
                   AFTER ADVANCING 1
           WRITE REG-PENDIENTES-REP FROM WS-GUIONES
                   AFTER ADVANCING 1
           WRITE REG-PENDIENTES-REP FROM WS-SUB-TIT-PEN
                   AFTER ADVANCING 1
           WRITE REG-PENDIENTES-REP FROM WS-GUIONES
                   AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA-PEN.

       536-APLICAR-PENDIENTES.
      *    APLICA AL MAESTRO LAS NOVEDADES PENDIENTES CON VIGENCIA
      *    HASTA HOY INCLUSIVE (UNA VIGENCIA VENCIDA EN UN DIA SIN
      *    CIERRE SE APLICA EN EL SIGUIENTE) Y ASIENTA CADA UNA EN EL
      *    DIARIO COMO SI SE HUBIERA TIPEADO. SE HACEN DOS PASADAS:
      *    PRIMERO CAMBIOS Y SUELDOS, DESPUES BAJAS, PARA QUE UN
      *    CAMBIO Y UNA BAJA DE LA MISMA FECHA SE APLIQUEN LOS DOS.
      *    DEJA SW-COPIA-COMPLETA EN 'S' SI LAS DOS PASADAS LLEGARON
      *    AL FIN DEL ARCHIVO.
           MOVE 0   TO WS-PEN-APLICADAS.
           MOVE 0   TO WS-PEN-RECHAZADAS.
           MOVE 'N' TO SW-COPIA-COMPLETA.
           IF SW-PENDIENTES-ABIERTO NOT = 'S'
               DISPLAY "NO SE PUEDEN APLICAR NOVEDADES: "
                       "Novedades-pend.DAT NO ESTA DISPONIBLE."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               MOVE WS-SYS-FECHA TO WS-PEN-HOY
               MOVE 1 TO WS-PEN-PASADA
               PERFORM 536-3-BARRER-PENDIENTES
               IF SW-COPIA-COMPLETA = 'S'
                   MOVE 2 TO WS-PEN-PASADA
                   PERFORM 536-3-BARRER-PENDIENTES
               END-IF
               DISPLAY "NOVEDADES CON VIGENCIA APLICADAS: "
                       WS-PEN-APLICADAS "  RECHAZADAS: "
                       WS-PEN-RECHAZADAS
           END-IF.

       536-3-BARRER-PENDIENTES.
           MOVE 'N' TO SW-COPIA-COMPLETA.
           MOVE LOW-VALUES TO PEN-CLAVE.
           START NOVEDADES-PENDIENTES KEY IS NOT LESS THAN PEN-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-PENDIENTES-YES
               PERFORM 536-5-APLICAR-SIG-PEN
                       UNTIL NOT 88-FS-PENDIENTES-YES
               IF 88-FS-PENDIENTES-EOF
                   MOVE 'S' TO SW-COPIA-COMPLETA
               ELSE
                   DISPLAY "ERROR AL LEER Novedades-pend.DAT. FS: "
                           FS-PENDIENTES
               END-IF
           ELSE
      *        ARCHIVO VACIO: NO HAY NADA QUE APLICAR.
               IF 88-FS-PENDIENTES-NOTFOUND
                   MOVE 'S' TO SW-COPIA-COMPLETA
               ELSE
                   DISPLAY "ERROR AL POSICIONAR Novedades-pend.DAT. "
                           "FS: " FS-PENDIENTES
               END-IF
           END-IF.

       536-5-APLICAR-SIG-PEN.
           READ NOVEDADES-PENDIENTES NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-PENDIENTES-YES AND 88-PEN-PENDIENTE AND
              PEN-FECHA-VIG NOT > WS-PEN-HOY
               IF (WS-PEN-PASADA = 1 AND NOT 88-PEN-BAJA) OR
                  (WS-PEN-PASADA = 2 AND 88-PEN-BAJA)
                   PERFORM 537-APLICAR-NOVEDAD
               END-IF
           END-IF.

       537-APLICAR-NOVEDAD.
      *    UNA NOVEDAD QUE NO SE PUEDE APLICAR NO FRENA EL CIERRE:
      *    QUEDA RECHAZADA CON EL MOTIVO EN PEN-OBSERVACION Y SE VE
      *    EN LA CONSOLA PARA QUE RH LA REVISE.
           MOVE SPACES TO WS-PEN-MOTIVO.
           MOVE PEN-EMP-ID TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT 88-FS-MAESTRO-YES
               MOVE "EMPLEADO INEXISTENTE" TO WS-PEN-MOTIVO
           ELSE
               IF 88-EMP-BAJA
                   MOVE "EMPLEADO YA DADO DE BAJA" TO WS-PEN-MOTIVO
               ELSE
                   PERFORM 537-5-ACTUALIZAR-MAESTRO
               END-IF
           END-IF.
           MOVE WS-USUARIO TO PEN-USUARIO-PROC.
           MOVE WS-PEN-HOY TO PEN-FECHA-PROC.
           IF WS-PEN-MOTIVO = SPACES
               MOVE 'A' TO PEN-ESTADO
               ADD 1 TO WS-PEN-APLICADAS
           ELSE
               MOVE 'R'           TO PEN-ESTADO
               MOVE WS-PEN-MOTIVO TO PEN-OBSERVACION
               ADD 1 TO WS-PEN-RECHAZADAS
               DISPLAY "NOVEDAD RECHAZADA - ID " PEN-EMP-ID
                       " VIGENCIA " PEN-FECHA-VIG " TIPO " PEN-TIPO
                       ": " WS-PEN-MOTIVO
           END-IF.
           REWRITE REG-PENDIENTE.
           IF NOT 88-FS-PENDIENTES-YES
               DISPLAY "ERROR AL MARCAR LA NOVEDAD DEL ID "
                       PEN-EMP-ID ". FS: " FS-PENDIENTES
           END-IF.

       537-5-ACTUALIZAR-MAESTRO.
           MOVE REG-EMPLEADO-MAESTRO TO WS-IMAGEN-ANTES.
           EVALUATE TRUE
               WHEN 88-PEN-CAMBIO
                   MOVE PEN-SECTOR TO EMP-SECTOR-MAE
                   MOVE PEN-CARGO  TO EMP-CARGO-MAE
                   MOVE 'C'        TO WS-JRN-TIPO
               WHEN 88-PEN-SUELDO
                   IF PEN-AJU-TIPO = 'P'
                       COMPUTE WS-AJU-SUELDO-NUEVO ROUNDED =
                               EMP-SUELDO-MAE *
                               (1 + PEN-AJU-PORC / 100)
                           ON SIZE ERROR
                               MOVE "SUELDO FUERA DE RANGO"
                                       TO WS-PEN-MOTIVO
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-AJU-SUELDO-NUEVO =
                               EMP-SUELDO-MAE + PEN-AJU-MONTO
                           ON SIZE ERROR
                               MOVE "SUELDO FUERA DE RANGO"
                                       TO WS-PEN-MOTIVO
                       END-COMPUTE
                   END-IF
                   IF WS-PEN-MOTIVO = SPACES
                       MOVE WS-AJU-SUELDO-NUEVO TO EMP-SUELDO-MAE
                   END-IF
                   MOVE 'C'                 TO WS-JRN-TIPO
               WHEN OTHER
      *            LA FECHA DE BAJA ES LA DE VIGENCIA, NO LA DEL
      *            CIERRE QUE LA APLICA.
                   MOVE PEN-FECHA-VIG TO WS-CORTE-FECHA
                   MOVE 'B'           TO EMP-ESTADO-MAE
                   MOVE WS-CORTE-DD   TO EMP-FECHA-BAJA-DD-MAE
                   MOVE WS-CORTE-MM   TO EMP-FECHA-BAJA-MM-MAE
                   MOVE WS-CORTE-AAAA TO EMP-FECHA-BAJA-AAAA-MAE
                   MOVE 'B'           TO WS-JRN-TIPO
           END-EVALUATE.
           IF WS-PEN-MOTIVO = SPACES
               REWRITE REG-EMPLEADO-MAESTRO
               IF 88-FS-MAESTRO-YES
                   MOVE EMP-ID-MAE TO WS-JRN-EMP-ID
                   MOVE REG-EMPLEADO-MAESTRO TO WS-IMAGEN-DESPUES
                   PERFORM 090-GRABAR-DIARIO
      *            LA BAJA DIFERIDA GUARDA SU LIQUIDACION CON EL MOTIVO
      *            CARGADO; SE IMPRIME CUANDO RH LA PIDA (549).
                   IF 88-PEN-BAJA AND SW-LIQUIDACIONES-ABIERTO = 'S'
                       MOVE PEN-MOTIVO-BAJA TO WS-MOTIVO-BAJA
                       PERFORM 545-CALC-LIQUIDACION
                       PERFORM 547-GRABAR-LIQUIDACION
                   END-IF
               ELSE
                   MOVE "ERROR AL GRABAR MAESTRO" TO WS-PEN-MOTIVO
               END-IF
           END-IF.

       540-BAJA-EMPLEADO.
      *    LA BAJA NO BORRA EL REGISTRO: MARCA EMP-ESTADO-MAE EN 'B'
      *    Y GUARDA LA FECHA DE BAJA, PARA PODER RESPONDER CUANDO SE
      *    FUE EL EMPLEADO, DESHACER UNA BAJA MAL TIPEADA CON LA
      *    REACTIVACION (550) Y NO REUTILIZAR SU ID. PIDE EL MOTIVO
      *    DE LA BAJA Y, UNA VEZ GRABADA, CALCULA, GUARDA E IMPRIME
      *    LA LIQUIDACION FINAL ESTIMADA (545-548).
           DISPLAY "INGRESE EL ID DEL EMPLEADO A DAR DE BAJA: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.

           IF 88-FS-MAESTRO-YES
               IF 88-EMP-BAJA
                   DISPLAY "EL EMPLEADO YA ESTA DADO DE BAJA DESDE "
                           EMP-FECHA-BAJA-DD-MAE "/"
                           EMP-FECHA-BAJA-MM-MAE "/"
                           EMP-FECHA-BAJA-AAAA-MAE
               ELSE
                   MOVE REG-EMPLEADO-MAESTRO TO WS-IMAGEN-ANTES
                   PERFORM 062-TOMAR-BLOQUEO-EMP
                   IF SW-BLQ-OK = 'S'
                       MOVE 'N' TO SW-MOTIVO-OK
                       PERFORM 541-PEDIR-MOTIVO-BAJA
                               UNTIL SW-MOTIVO-OK = 'S'
                       PERFORM 063-VERIFICAR-SIN-CAMBIOS
                       IF SW-REG-VIGENTE = 'S'
                           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                           MOVE 'B'          TO EMP-ESTADO-MAE
                           MOVE WS-DATE-DD   TO EMP-FECHA-BAJA-DD-MAE
                           MOVE WS-DATE-MM   TO EMP-FECHA-BAJA-MM-MAE
                           MOVE WS-DATE-AAAA TO EMP-FECHA-BAJA-AAAA-MAE
                           REWRITE REG-EMPLEADO-MAESTRO
                           IF 88-FS-MAESTRO-YES
                               DISPLAY "EMPLEADO DADO DE BAJA."
                               MOVE 'B' TO WS-JRN-TIPO
                               MOVE WS-EMP-ID-BUSCADO TO WS-JRN-EMP-ID
                               MOVE REG-EMPLEADO-MAESTRO
                                       TO WS-IMAGEN-DESPUES
                               PERFORM 090-GRABAR-DIARIO
                               IF SW-LIQUIDACIONES-ABIERTO = 'S'
                                   PERFORM 545-CALC-LIQUIDACION
                                   PERFORM 547-GRABAR-LIQUIDACION
                                   PERFORM 548-IMPRIMIR-LIQUIDACION
                               ELSE
                                   DISPLAY "AVISO: Liquidaciones.DAT "
                                           "NO ESTA DISPONIBLE. NO SE "
                                           "GUARDO EL MOTIVO NI LA "
                                           "LIQUIDACION."
                               END-IF
                           ELSE
                               DISPLAY "ERROR AL DAR DE BAJA. "
                                       "FS-MAESTRO: " FS-MAESTRO
                           END-IF
                       END-IF
                       PERFORM 064-LIBERAR-BLOQUEO-EMP
                   END-IF
               END-IF
           END-IF.

       541-PEDIR-MOTIVO-BAJA.
           DISPLAY "MOTIVO DE LA BAJA: (R)ENUNCIA  (D)ESPIDO SIN "
                   "CAUSA  FIN DE (C)ONTRATO".
           DISPLAY "                   (J)UBILACION  (F)ALLECIMIENTO: ".
           ACCEPT WS-MOTIVO-BAJA.
           INSPECT WS-MOTIVO-BAJA
                   CONVERTING "rdcjf" TO "RDCJF".
           IF 88-MOT-RENUNCIA OR 88-MOT-DESPIDO OR
              88-MOT-FIN-CONTRATO OR 88-MOT-JUBILACION OR
              88-MOT-FALLECIMIENTO
               MOVE 'S' TO SW-MOTIVO-OK
           ELSE
               DISPLAY "MOTIVO INVALIDO. REINGRESE."
           END-IF.

       542-DESC-MOTIVO-BAJA.
      *    DESCRIPCION DEL MOTIVO EN WS-MOTIVO-BAJA. LAS BAJAS
      *    ANTERIORES AL REGISTRO DE LIQUIDACIONES NO TIENEN MOTIVO.
           EVALUATE TRUE
               WHEN 88-MOT-RENUNCIA
                   MOVE "RENUNCIA"          TO WS-MOTIVO-DESC
               WHEN 88-MOT-DESPIDO
                   MOVE "DESPIDO SIN CAUSA" TO WS-MOTIVO-DESC
               WHEN 88-MOT-FIN-CONTRATO
                   MOVE "FIN DE CONTRATO"   TO WS-MOTIVO-DESC
               WHEN 88-MOT-JUBILACION
                   MOVE "JUBILACION"        TO WS-MOTIVO-DESC
               WHEN 88-MOT-FALLECIMIENTO
                   MOVE "FALLECIMIENTO"     TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE "NO REGISTRADO"     TO WS-MOTIVO-DESC
           END-EVALUATE.

       543-BUSCAR-MOTIVO-BAJA.
      *    MOTIVO DE LA BAJA DE LIQ-EMP-ID EN LA FECHA LIQ-FECHA-BAJA
      *    (LAS DOS LAS CARGA EL LLAMADOR), SEGUN LA LIQUIDACION
      *    GUARDADA. DEJA LA DESCRIPCION EN WS-MOTIVO-DESC.
           MOVE SPACE TO WS-MOTIVO-BAJA.
           IF SW-LIQUIDACIONES-ABIERTO = 'S'
               READ LIQUIDACIONES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF 88-FS-LIQUIDACIONES-YES
                   MOVE LIQ-MOTIVO TO WS-MOTIVO-BAJA
               END-IF
           END-IF.
           PERFORM 542-DESC-MOTIVO-BAJA.

       545-CALC-LIQUIDACION.
      *    ESTIMACION DE LA LIQUIDACION FINAL DEL EMPLEADO QUE ESTA
      *    EN REG-EMPLEADO-MAESTRO, YA CON SU FECHA DE BAJA, PARA EL
      *    MOTIVO WS-MOTIVO-BAJA. LA ARMA EN REG-LIQUIDACION. SOLO
      *    CUBRE LOS RUBROS SOBRE EL SUELDO BASE: NO INCLUYE
      *    PREAVISO, INTEGRACION DEL MES NI DEDUCCIONES. DEJA
      *    WS-CURRENT-DATE EN LA FECHA DE BAJA (619).
           MOVE SPACES            TO REG-LIQUIDACION.
           MOVE EMP-ID-MAE        TO LIQ-EMP-ID.
           COMPUTE WS-LIQ-BAJA = EMP-FECHA-BAJA-AAAA-MAE * 10000 +
                                 EMP-FECHA-BAJA-MM-MAE * 100 +
                                 EMP-FECHA-BAJA-DD-MAE
           END-COMPUTE.
           COMPUTE WS-LIQ-ING = EMP-FECHA-ING-AAAA-MAE * 10000 +
                                EMP-FECHA-ING-MM-MAE * 100 +
                                EMP-FECHA-ING-DD-MAE
           END-COMPUTE.
      *    SIN UNA FECHA DE INGRESO VALIDA SE LIQUIDA COMO SI HUBIERA
      *    ENTRADO EL MISMO DIA DE LA BAJA (SIN ANTIGUEDAD).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LIQ-ING) NOT = 0 OR
              WS-LIQ-ING > WS-LIQ-BAJA
               MOVE WS-LIQ-BAJA TO WS-LIQ-ING
           END-IF.
           MOVE WS-LIQ-BAJA       TO LIQ-FECHA-BAJA.
           MOVE WS-MOTIVO-BAJA    TO LIQ-MOTIVO.
           MOVE EMP-APELLIDO-MAE  TO LIQ-APELLIDO.
           MOVE EMP-NOMBRE-MAE    TO LIQ-NOMBRE.
           MOVE EMP-LEGAJO-MAE    TO LIQ-LEGAJO.
           MOVE EMP-CUIL-MAE      TO LIQ-CUIL.
           MOVE EMP-SECTOR-MAE    TO LIQ-SECTOR.
           MOVE EMP-CARGO-MAE     TO LIQ-CARGO.
           MOVE WS-LIQ-ING        TO LIQ-FECHA-ING.
           MOVE EMP-SUELDO-MAE    TO LIQ-SUELDO.
           MOVE WS-USUARIO        TO LIQ-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE WS-SYS-FECHA      TO LIQ-FECHA-CALC.
           PERFORM 545-3-DIAS-Y-SAC.
           PERFORM 545-5-VACACIONES.
           PERFORM 545-7-INDEMNIZACION.
           COMPUTE LIQ-TOTAL = LIQ-IMP-DIAS-MES + LIQ-IMP-SAC +
                               LIQ-IMP-VAC + LIQ-IMP-INDEM
               ON SIZE ERROR
                   MOVE 0 TO LIQ-TOTAL
           END-COMPUTE.

       545-3-DIAS-Y-SAC.
      *    DIAS TRABAJADOS DEL MES DE LA BAJA (DESDE EL INGRESO SI
      *    ENTRO ESE MISMO MES), CON TOPE DE 30, A SUELDO / 30.
           MOVE WS-LIQ-BAJA TO WS-LIQ-FECHA.
           COMPUTE WS-LIQ-INICIO = WS-LIQ-F-AAAA * 10000 +
                                   WS-LIQ-F-MM * 100 + 1
           END-COMPUTE.
           IF WS-LIQ-ING > WS-LIQ-INICIO
               MOVE WS-LIQ-ING TO WS-LIQ-INICIO
           END-IF.
           COMPUTE WS-LIQ-DIAS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-LIQ-BAJA) -
                   FUNCTION INTEGER-OF-DATE(WS-LIQ-INICIO) + 1
           END-COMPUTE.
           IF WS-LIQ-DIAS-CALC > 30
               MOVE 30 TO WS-LIQ-DIAS-CALC
           END-IF.
           MOVE WS-LIQ-DIAS-CALC TO LIQ-DIAS-MES.
           COMPUTE LIQ-IMP-DIAS-MES ROUNDED =
                   EMP-SUELDO-MAE * LIQ-DIAS-MES / 30
           END-COMPUTE.
      *    SAC PROPORCIONAL: MEDIO SUELDO POR LOS DIAS TRABAJADOS DEL
      *    SEMESTRE (DESDE EL 1/1 O EL 1/7, O DESDE EL INGRESO SI ES
      *    POSTERIOR), O SEA SUELDO * DIAS / 365.
           IF WS-LIQ-F-MM <= 6
               COMPUTE WS-LIQ-INICIO = WS-LIQ-F-AAAA * 10000 + 101
               END-COMPUTE
           ELSE
               COMPUTE WS-LIQ-INICIO = WS-LIQ-F-AAAA * 10000 + 701
               END-COMPUTE
           END-IF.
           IF WS-LIQ-ING > WS-LIQ-INICIO
               MOVE WS-LIQ-ING TO WS-LIQ-INICIO
           END-IF.
           COMPUTE WS-LIQ-DIAS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-LIQ-BAJA) -
                   FUNCTION INTEGER-OF-DATE(WS-LIQ-INICIO) + 1
           END-COMPUTE.
           MOVE WS-LIQ-DIAS-CALC TO LIQ-DIAS-SEM.
           COMPUTE LIQ-IMP-SAC ROUNDED =
                   EMP-SUELDO-MAE * LIQ-DIAS-SEM / 365
           END-COMPUTE.

       545-5-VACACIONES.
      *    VACACIONES NO GOZADAS (ART. 156 LCT): LOS DIAS DE LA BANDA
      *    QUE DA 619 A LA FECHA DE BAJA, PROPORCIONALES A LO
      *    TRABAJADO EN EL ANIO, MENOS LAS VACACIONES YA TOMADAS A
      *    CUENTA DE ESE PERIODO SEGUN LICENCIAS (778). CADA DIA SE
      *    PAGA A SUELDO / 25 (ART. 155 LCT).
           MOVE WS-LIQ-BAJA   TO WS-LIQ-FECHA.
           MOVE WS-LIQ-F-AAAA TO WS-DATE-AAAA.
           MOVE WS-LIQ-F-MM   TO WS-DATE-MM.
           MOVE WS-LIQ-F-DD   TO WS-DATE-DD.
           PERFORM 619-CALC-ANTIGUEDAD.
           MOVE WS-ANT-ANIOS  TO LIQ-ANIOS.
           MOVE WS-ANT-DIAS   TO LIQ-VAC-CORRESP.
           COMPUTE WS-LIQ-INICIO = WS-LIQ-F-AAAA * 10000 + 101
           END-COMPUTE.
           IF WS-LIQ-ING > WS-LIQ-INICIO
               MOVE WS-LIQ-ING TO WS-LIQ-INICIO
           END-IF.
           COMPUTE WS-LIQ-DIAS-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-LIQ-BAJA) -
                   FUNCTION INTEGER-OF-DATE(WS-LIQ-INICIO) + 1
           END-COMPUTE.
           COMPUTE LIQ-VAC-PROP ROUNDED =
                   LIQ-VAC-CORRESP * WS-LIQ-DIAS-CALC / 365
           END-COMPUTE.
           MOVE 0 TO LIQ-VAC-TOMADAS.
           IF SW-LICENCIAS-ABIERTO = 'S'
               MOVE EMP-ID-MAE    TO WS-EMP-ID-BUSCADO
               MOVE WS-LIQ-F-AAAA TO WS-VAC-PERIODO
               PERFORM 778-SUMAR-TOMADOS
               MOVE WS-VAC-TOMADOS TO LIQ-VAC-TOMADAS
           END-IF.
           COMPUTE WS-LIQ-VAC-NETO = LIQ-VAC-PROP - LIQ-VAC-TOMADAS
           END-COMPUTE.
           IF WS-LIQ-VAC-NETO < 0
               MOVE 0 TO WS-LIQ-VAC-NETO
           END-IF.
           MOVE WS-LIQ-VAC-NETO TO LIQ-VAC-DIAS.
           COMPUTE LIQ-IMP-VAC ROUNDED =
                   EMP-SUELDO-MAE * LIQ-VAC-DIAS / 25
           END-COMPUTE.

       545-7-INDEMNIZACION.
      *    INDEMNIZACION POR ANTIGUEDAD (ART. 245 LCT): UN SUELDO POR
      *    ANIO DE SERVICIO O FRACCION MAYOR DE TRES MESES, NUNCA
      *    MENOS DE UN SUELDO. VA ENTERA POR DESPIDO SIN CAUSA, LA
      *    MITAD POR FALLECIMIENTO (ART. 248) Y LA MITAD POR FIN DE
      *    UN CONTRATO QUE DURO MAS DE UN ANIO (ART. 250). RENUNCIA
      *    Y JUBILACION NO LLEVAN INDEMNIZACION.
           MOVE WS-LIQ-ING TO WS-LIQ-FECHA.
           COMPUTE WS-LIQ-MESES =
                   (EMP-FECHA-BAJA-AAAA-MAE - WS-LIQ-F-AAAA) * 12 +
                   EMP-FECHA-BAJA-MM-MAE - WS-LIQ-F-MM
           END-COMPUTE.
           IF EMP-FECHA-BAJA-DD-MAE < WS-LIQ-F-DD
               SUBTRACT 1 FROM WS-LIQ-MESES
           END-IF.
           IF WS-LIQ-MESES < 0
               MOVE 0 TO WS-LIQ-MESES
           END-IF.
           DIVIDE WS-LIQ-MESES BY 12 GIVING LIQ-ANIOS-INDEM
                   REMAINDER WS-LIQ-FRACCION.
           IF WS-LIQ-FRACCION > 3
               ADD 1 TO LIQ-ANIOS-INDEM
           END-IF.
           EVALUATE TRUE
               WHEN 88-MOT-DESPIDO
                   MOVE 100 TO LIQ-PORC-INDEM
               WHEN 88-MOT-FALLECIMIENTO
                   MOVE 50  TO LIQ-PORC-INDEM
               WHEN 88-MOT-FIN-CONTRATO
                   IF WS-LIQ-MESES >= 12
                       MOVE 50 TO LIQ-PORC-INDEM
                   ELSE
                       MOVE 0  TO LIQ-PORC-INDEM
                   END-IF
               WHEN OTHER
                   MOVE 0   TO LIQ-PORC-INDEM
           END-EVALUATE.
           IF LIQ-PORC-INDEM > 0 AND LIQ-ANIOS-INDEM = 0
               MOVE 1 TO LIQ-ANIOS-INDEM
           END-IF.
           COMPUTE LIQ-IMP-INDEM ROUNDED =
                   EMP-SUELDO-MAE * LIQ-ANIOS-INDEM *
                   LIQ-PORC-INDEM / 100
               ON SIZE ERROR
                   MOVE 0 TO LIQ-IMP-INDEM
           END-COMPUTE.

       547-GRABAR-LIQUIDACION.
      *    SI LA BAJA SE DESHIZO CON LA REACTIVACION Y SE VOLVIO A
      *    HACER EL MISMO DIA, LA LIQUIDACION NUEVA REEMPLAZA A LA
      *    ANTERIOR DE ESA FECHA.
           WRITE REG-LIQUIDACION
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF 88-FS-LIQUIDACIONES-DUP
               REWRITE REG-LIQUIDACION
           END-IF.
           IF NOT 88-FS-LIQUIDACIONES-YES
               DISPLAY "ERROR AL GRABAR LA LIQUIDACION DEL ID "
                       LIQ-EMP-ID ". FS: " FS-LIQUIDACIONES
           END-IF.

       548-IMPRIMIR-LIQUIDACION.
      *    IMPRIME EN Liquidacion-final.TXT LA LIQUIDACION QUE ESTA EN
      *    REG-LIQUIDACION (RECIEN CALCULADA O LEIDA PARA REIMPRIMIR).
           OPEN OUTPUT LIQUIDACION-REP.
           IF 88-FS-LIQ-REP-YES
               MOVE 1 TO WS-NUMERO-PAGINA-LIQ
               PERFORM 548-3-ENCABEZADO-LIQ
               PERFORM 548-5-RUBROS-LIQ
               CLOSE LIQUIDACION-REP
               MOVE LIQ-TOTAL TO WS-LIQ-IMPORTE-ED
               DISPLAY "LIQUIDACION FINAL ESTIMADA EN "
                       "Liquidacion-final.TXT. TOTAL: $ "
                       WS-LIQ-IMPORTE-ED
           ELSE
               DISPLAY "NO SE PUDO ABRIR Liquidacion-final.TXT. "
                       "LIQUIDACION NO IMPRESA. FS: " FS-LIQ-REP
           END-IF.

       548-3-ENCABEZADO-LIQ.
           WRITE REG-LIQUIDACION-REP FROM WS-TITULO-LIQ
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-LIQ   TO TIT-2-PAGINA
           WRITE REG-LIQUIDACION-REP FROM WS-TITULO-2
                   AFTER ADVANCING 1
           WRITE REG-LIQUIDACION-REP FROM WS-GUIONES
                   AFTER ADVANCING 1
           MOVE LIQ-FECHA-ING TO WS-LIQ-FECHA
           MOVE SPACES TO WS-LIQ-ING-TXT
           STRING WS-LIQ-F-DD "/" WS-LIQ-F-MM "/" WS-LIQ-F-AAAA
                   DELIMITED BY SIZE INTO WS-LIQ-ING-TXT
           END-STRING
           MOVE LIQ-FECHA-BAJA TO WS-LIQ-FECHA
           MOVE SPACES TO WS-LIQ-BAJA-TXT
           STRING WS-LIQ-F-DD "/" WS-LIQ-F-MM "/" WS-LIQ-F-AAAA
                   DELIMITED BY SIZE INTO WS-LIQ-BAJA-TXT
           END-STRING
           MOVE LIQ-MOTIVO TO WS-MOTIVO-BAJA
           PERFORM 542-DESC-MOTIVO-BAJA
           MOVE SPACES TO WS-LINEA-LIQ
           STRING " EMPLEADO: " LIQ-EMP-ID "  "
                  FUNCTION TRIM(LIQ-APELLIDO) ", "
                  FUNCTION TRIM(LIQ-NOMBRE)
                   DELIMITED BY SIZE INTO WS-LINEA-LIQ
           END-STRING
           WRITE REG-LIQUIDACION-REP FROM WS-LINEA-LIQ
                   AFTER ADVANCING 2
           MOVE SPACES TO WS-LINEA-LIQ
           STRING " LEGAJO: " LIQ-LEGAJO "   CUIL: " LIQ-CUIL
                  "   SECTOR/CARGO: " FUNCTION TRIM(LIQ-SECTOR)
                  " / " FUNCTION TRIM(LIQ-CARGO)
                   DELIMITED BY SIZE INTO WS-LINEA-LIQ
           END-STRING
           WRITE REG-LIQUIDACION-REP FROM WS-LINEA-LIQ
                   AFTER ADVANCING 1
           MOVE SPACES TO WS-LINEA-LIQ
           STRING " INGRESO: " WS-LIQ-ING-TXT "   BAJA: "
                  WS-LIQ-BAJA-TXT "   MOTIVO: " WS-MOTIVO-DESC
                   DELIMITED BY SIZE INTO WS-LINEA-LIQ
           END-STRING
           WRITE REG-LIQUIDACION-REP FROM WS-LINEA-LIQ
                   AFTER ADVANCING 1
           MOVE LIQ-SUELDO TO WS-SUELDO-ED
           MOVE SPACES TO WS-LINEA-LIQ
           STRING " ANTIGUEDAD: " LIQ-ANIOS " ANIOS"
                  "   SUELDO BASE: $ " WS-SUELDO-ED
                   DELIMITED BY SIZE INTO WS-LINEA-LIQ
           END-STRING
           WRITE REG-LIQUIDACION-REP FROM WS-LINEA-LIQ
                   AFTER ADVANCING 1
           WRITE REG-LIQUIDACION-REP FROM WS-GUIONES
                   AFTER ADVANCING 2
           WRITE REG-LIQUIDACION-REP FROM WS-SUB-TIT-LIQ
                   AFTER ADVANCING 1
           WRITE REG-LIQUIDACION-REP FROM WS-GUIONES
                   AFTER ADVANCING 1.

       548-5-RUBROS-LIQ.
           MOVE "DIAS TRABAJADOS DEL MES" TO WS-LIQ-DET-CONCEPTO.
           MOVE LIQ-DIAS-MES TO WS-LIQ-CANT-ED.
           MOVE SPACES TO WS-LIQ-DET-CANT.
           STRING WS-LIQ-CANT-ED " DIAS" DELIMITED BY SIZE
                   INTO WS-LIQ-DET-CANT
           END-STRING.
           MOVE LIQ-IMP-DIAS-MES TO WS-LIQ-DET-IMPORTE.
           WRITE REG-LIQUIDACION-REP FROM WS-DETALLE-LIQ
                   AFTER ADVANCING 1.

           MOVE "SAC PROPORCIONAL" TO WS-LIQ-DET-CONCEPTO.
           MOVE LIQ-DIAS-SEM TO WS-LIQ-CANT-ED.
           MOVE SPACES TO WS-LIQ-DET-CANT.
           STRING WS-LIQ-CANT-ED " DIAS DEL SEMESTRE"
                   DELIMITED BY SIZE INTO WS-LIQ-DET-CANT
           END-STRING.
           MOVE LIQ-IMP-SAC TO WS-LIQ-DET-IMPORTE.
           WRITE REG-LIQUIDACION-REP FROM WS-DETALLE-LIQ
                   AFTER ADVANCING 1.

           MOVE LIQ-VAC-CORRESP TO WS-LIQ-CANT-ED.
           MOVE SPACES TO WS-LIQ-DET-CONCEPTO.
           STRING "VACACIONES NO GOZADAS (BANDA " WS-LIQ-CANT-ED
                  " DIAS)" DELIMITED BY SIZE INTO WS-LIQ-DET-CONCEPTO
           END-STRING.
           MOVE LIQ-VAC-DIAS TO WS-LIQ-DIAS-ED.
           MOVE SPACES TO WS-LIQ-DET-CANT.
           STRING WS-LIQ-DIAS-ED " DIAS" DELIMITED BY SIZE
                   INTO WS-LIQ-DET-CANT
           END-STRING.
           MOVE LIQ-IMP-VAC TO WS-LIQ-DET-IMPORTE.
           WRITE REG-LIQUIDACION-REP FROM WS-DETALLE-LIQ
                   AFTER ADVANCING 1.
           MOVE LIQ-VAC-PROP    TO WS-LIQ-DIAS-ED.
           MOVE LIQ-VAC-TOMADAS TO WS-LIQ-CANT-ED.
           MOVE SPACES TO WS-LINEA-LIQ.
           STRING "     PROPORCIONAL AL ANIO: " WS-LIQ-DIAS-ED
                  " DIAS  -  YA TOMADAS: " WS-LIQ-CANT-ED " DIAS"
                   DELIMITED BY SIZE INTO WS-LINEA-LIQ
           END-STRING.
           WRITE REG-LIQUIDACION-REP FROM WS-LINEA-LIQ
                   AFTER ADVANCING 1.

           MOVE LIQ-PORC-INDEM TO WS-LIQ-CANT-ED.
           MOVE SPACES TO WS-LIQ-DET-CONCEPTO.
           STRING "INDEMNIZACION POR ANTIGUEDAD (" WS-LIQ-CANT-ED
                  " %)" DELIMITED BY SIZE INTO WS-LIQ-DET-CONCEPTO
           END-STRING.
           MOVE LIQ-ANIOS-INDEM TO WS-LIQ-CANT-ED.
           MOVE SPACES TO WS-LIQ-DET-CANT.
           STRING WS-LIQ-CANT-ED " SUELDOS" DELIMITED BY SIZE
                   INTO WS-LIQ-DET-CANT
           END-STRING.
           MOVE LIQ-IMP-INDEM TO WS-LIQ-DET-IMPORTE.
           WRITE REG-LIQUIDACION-REP FROM WS-DETALLE-LIQ
                   AFTER ADVANCING 1.

           WRITE REG-LIQUIDACION-REP FROM WS-GUIONES
                   AFTER ADVANCING 1.
           MOVE "TOTAL ESTIMADO" TO WS-LIQ-DET-CONCEPTO.
           MOVE SPACES           TO WS-LIQ-DET-CANT.
           MOVE LIQ-TOTAL        TO WS-LIQ-DET-IMPORTE.
           WRITE REG-LIQUIDACION-REP FROM WS-DETALLE-LIQ
                   AFTER ADVANCING 1.

           MOVE SPACES TO WS-LINEA-LIQ.
           STRING " ESTIMACION SOBRE EL SUELDO BASE: NO INCLUYE "
                  "PREAVISO, INTEGRACION DEL MES,"
                   DELIMITED BY SIZE INTO WS-LINEA-LIQ
           END-STRING.
           WRITE REG-LIQUIDACION-REP FROM WS-LINEA-LIQ
                   AFTER ADVANCING 3.
           MOVE LIQ-FECHA-CALC TO WS-LIQ-FECHA.
           MOVE SPACES TO WS-LINEA-LIQ.
           STRING " OTROS HABERES NI DEDUCCIONES. CALCULADA POR "
                  LIQ-USUARIO " EL " WS-LIQ-F-DD "/" WS-LIQ-F-MM
                  "/" WS-LIQ-F-AAAA "."
                   DELIMITED BY SIZE INTO WS-LINEA-LIQ
           END-STRING.
           WRITE REG-LIQUIDACION-REP FROM WS-LINEA-LIQ
                   AFTER ADVANCING 1.

       549-REIMPRIMIR-LIQUIDACION.
      *    REIMPRIME LA ULTIMA LIQUIDACION GUARDADA DEL EMPLEADO (LA
      *    DE SU BAJA MAS RECIENTE). COMO NO MODIFICA NADA QUEDA
      *    HABILITADA PARA TODOS LOS PERFILES.
           IF SW-LIQUIDACIONES-ABIERTO NOT = 'S'
               DISPLAY "LAS LIQUIDACIONES NO ESTAN DISPONIBLES EN "
                       "ESTA SESION."
           ELSE
               DISPLAY "INGRESE EL ID DEL EMPLEADO: "
               ACCEPT WS-EMP-ID-BUSCADO
               MOVE 'N' TO SW-LIQ-HALLADA
               MOVE 'N' TO SW-FIN-LIQ-EMP
               MOVE WS-EMP-ID-BUSCADO TO LIQ-EMP-ID
               MOVE 0                 TO LIQ-FECHA-BAJA
               START LIQUIDACIONES KEY IS NOT LESS THAN LIQ-CLAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF 88-FS-LIQUIDACIONES-YES
                   PERFORM 549-5-LEER-SIG-LIQ
                           UNTIL NOT 88-FS-LIQUIDACIONES-YES
                              OR SW-FIN-LIQ-EMP = 'S'
               END-IF
               IF SW-LIQ-HALLADA = 'S'
                   MOVE WS-LIQ-REG-NUEVO TO REG-LIQUIDACION
                   PERFORM 548-IMPRIMIR-LIQUIDACION
               ELSE
                   DISPLAY "NO HAY LIQUIDACION GUARDADA PARA EL ID "
                           WS-EMP-ID-BUSCADO "."
               END-IF
           END-IF.

       549-5-LEER-SIG-LIQ.
           READ LIQUIDACIONES NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-LIQUIDACIONES-YES
               IF LIQ-EMP-ID NOT = WS-EMP-ID-BUSCADO
                   MOVE 'S' TO SW-FIN-LIQ-EMP
               ELSE
                   MOVE 'S' TO SW-LIQ-HALLADA
                   MOVE REG-LIQUIDACION TO WS-LIQ-REG-NUEVO
               END-IF
           END-IF.

       550-REACTIVAR-EMPLEADO.
      *    REINGRESO DE UN EMPLEADO DADO DE BAJA: VUELVE EL ESTADO A
      *    'A' Y LIMPIA LA FECHA DE BAJA, CONSERVANDO SU ID Y SU
      *    HISTORIAL. TAMBIEN SIRVE PARA DESHACER UNA BAJA ERRONEA.
           DISPLAY "INGRESE EL ID DEL EMPLEADO A REACTIVAR: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.

           IF 88-FS-MAESTRO-YES
               IF 88-EMP-BAJA
                   MOVE REG-EMPLEADO-MAESTRO TO WS-IMAGEN-ANTES
                   PERFORM 062-TOMAR-BLOQUEO-EMP
                   IF SW-BLQ-OK = 'S'
                       PERFORM 063-VERIFICAR-SIN-CAMBIOS
                       IF SW-REG-VIGENTE = 'S'
                           MOVE 'A'    TO EMP-ESTADO-MAE
                           MOVE ZEROES TO EMP-FECHA-BAJA-MAE
                           REWRITE REG-EMPLEADO-MAESTRO
                           IF 88-FS-MAESTRO-YES
                               DISPLAY "EMPLEADO REACTIVADO."
                               MOVE 'R' TO WS-JRN-TIPO
                               MOVE WS-EMP-ID-BUSCADO TO WS-JRN-EMP-ID
                               MOVE REG-EMPLEADO-MAESTRO
                                       TO WS-IMAGEN-DESPUES
                               PERFORM 090-GRABAR-DIARIO
                           ELSE
                               DISPLAY "ERROR AL REACTIVAR. "
                                       "FS-MAESTRO: " FS-MAESTRO
                           END-IF
                       END-IF
                       PERFORM 064-LIBERAR-BLOQUEO-EMP
                   END-IF
               ELSE
                   DISPLAY "EL EMPLEADO NO ESTA DADO DE BAJA."
               END-IF
           END-IF.

       560-CONSULTA-EMPLEADO.
           DISPLAY "INGRESE EL ID DEL EMPLEADO A CONSULTAR: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.

           IF 88-FS-MAESTRO-YES
               DISPLAY "ID........: " EMP-ID-MAE
               DISPLAY "NOMBRE....: " EMP-NOMBRE-MAE
               DISPLAY "APELLIDO..: " EMP-APELLIDO-MAE
               DISPLAY "EDAD......: " EMP-EDAD-MAE
               DISPLAY "NACIMIENTO: " EMP-FECHA-DD-MAE "/"
                       EMP-FECHA-MM-MAE "/" EMP-FECHA-AAAA-MAE
               DISPLAY "DIRECCION.: " EMP-DIRECCION-MAE
               DISPLAY "TELEFONO..: " EMP-TELEFONO-MAE
               DISPLAY "LEGAJO....: " EMP-LEGAJO-MAE
               DISPLAY "CUIL......: " EMP-CUIL-MAE
               DISPLAY "SECTOR....: " EMP-SECTOR-MAE
               DISPLAY "CARGO.....: " EMP-CARGO-MAE
               DISPLAY "INGRESO...: " EMP-FECHA-ING-DD-MAE "/"
                       EMP-FECHA-ING-MM-MAE "/"
                       EMP-FECHA-ING-AAAA-MAE
               MOVE EMP-SUELDO-MAE TO WS-SUELDO-ED
               DISPLAY "SUELDO....: " WS-SUELDO-ED
               IF 88-EMP-BAJA
                   DISPLAY "ESTADO....: BAJA DESDE "
                           EMP-FECHA-BAJA-DD-MAE "/"
                           EMP-FECHA-BAJA-MM-MAE "/"
                           EMP-FECHA-BAJA-AAAA-MAE
               ELSE
                   DISPLAY "ESTADO....: ACTIVO"
               END-IF
           END-IF.

       580-CONSULTA-POR-NOMBRE.
      *    CONSULTA PARA RH, QUE LLAMA CON UN APELLIDO Y NO CON UN
      *    ID. SE ACEPTA EL APELLIDO COMPLETO O SOLO SUS PRIMERAS
      *    LETRAS, SE POSICIONA POR LA CLAVE ALTERNADA Y SE LISTAN
      *    TODOS LOS QUE EMPIECEN IGUAL, MARCANDO LOS DADOS DE BAJA.
           DISPLAY "INGRESE EL APELLIDO (O SUS PRIMERAS LETRAS): ".
           ACCEPT WS-APE-BUSCADO.
           IF WS-APE-BUSCADO = SPACES
               DISPLAY "DEBE INGRESAR AL MENOS UNA LETRA."
           ELSE
      *        SE DESCARTAN LOS ESPACIOS A LA IZQUIERDA ANTES DE
      *        MEDIR, PARA QUE UN APELLIDO TIPEADO CON ESPACIOS
      *        ADELANTE NO DEJE LA COMPARACION DE PREFIJO SIN MATCH.
               MOVE FUNCTION TRIM(WS-APE-BUSCADO)
                       TO WS-APE-BUSCADO
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-APE-BUSCADO))
                       TO WS-APE-LARGO
               MOVE 0 TO WS-ENCONTRADOS
               MOVE ' ' TO SW-FIN-CLAVE
               MOVE WS-APE-BUSCADO TO EMP-APELLIDO-MAE
               MOVE SPACES         TO EMP-NOMBRE-MAE
               START EMPLEADO-MAESTRO KEY IS NOT LESS THAN
                       EMP-CLAVE-NOMBRE-MAE
                   INVALID KEY
                       CONTINUE
               END-START
               IF 88-FS-MAESTRO-YES
                   PERFORM 581-LISTAR-SIG-NOMBRE
                           UNTIL NOT 88-FS-MAESTRO-YES
                              OR SW-FIN-CLAVE = 'S'
               END-IF
               IF WS-ENCONTRADOS = 0
                   DISPLAY "SIN EMPLEADOS CON ESE APELLIDO."
               END-IF
           END-IF.

       581-LISTAR-SIG-NOMBRE.
      *    EL CORTE ES POR COMPARACION DE PREFIJO: EN CUANTO APARECE
      *    UN APELLIDO QUE YA NO EMPIEZA CON LO TIPEADO, SE TERMINA
      *    (LA CLAVE ALTERNADA VIENE ORDENADA POR APELLIDO+NOMBRE).
           READ EMPLEADO-MAESTRO NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-MAESTRO-YES
               IF EMP-APELLIDO-MAE(1:WS-APE-LARGO) =
                       WS-APE-BUSCADO(1:WS-APE-LARGO)
                   ADD 1 TO WS-ENCONTRADOS
                   IF 88-EMP-BAJA
                       DISPLAY EMP-ID-MAE "  " EMP-APELLIDO-MAE " "
                               EMP-NOMBRE-MAE "  (BAJA)"
                   ELSE
                       DISPLAY EMP-ID-MAE "  " EMP-APELLIDO-MAE " "
                               EMP-NOMBRE-MAE
                   END-IF
               ELSE
                   MOVE 'S' TO SW-FIN-CLAVE
               END-IF
           END-IF.

       570-HISTORIAL-EMPLEADO.
      *    MUESTRA EL HISTORIAL COMPLETO DE MOVIMIENTOS DE UN
      *    EMPLEADO LEYENDO EL DIARIO DE NOVEDADES DE PUNTA A PUNTA.
      *    EL DIARIO ESTA ABIERTO EN EXTEND PARA GRABAR, ASI QUE SE
      *    CIERRA, SE RELEE EN INPUT Y SE VUELVE A DEJAR EN EXTEND,
      *    IGUAL QUE HACE 710-CARGAR-ORDEN CON EL MAESTRO.
           DISPLAY "INGRESE EL ID DEL EMPLEADO A CONSULTAR: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE 0 TO WS-MOVIMIENTOS.
           CLOSE DIARIO-NOVEDADES.
           OPEN INPUT DIARIO-NOVEDADES.
      *    EL CORTE ES POR "NO 00" Y NO SOLO POR EOF, PARA QUE UN
      *    ERROR PERMANENTE DE LECTURA NO DEJE EL LOOP GIRANDO.
           IF 88-FS-DIARIO-YES
               PERFORM 571-LEER-SIG-DIARIO
                       UNTIL NOT 88-FS-DIARIO-YES
               CLOSE DIARIO-NOVEDADES
           ELSE
               DISPLAY "NO HAY DIARIO DE NOVEDADES PARA CONSULTAR."
           END-IF.
           OPEN EXTEND DIARIO-NOVEDADES.
           IF WS-MOVIMIENTOS = 0
               DISPLAY "SIN MOVIMIENTOS PARA EL ID " WS-EMP-ID-BUSCADO
           END-IF.

       571-LEER-SIG-DIARIO.
           READ DIARIO-NOVEDADES.
           IF 88-FS-DIARIO-YES
               IF JRN-EMP-ID = WS-EMP-ID-BUSCADO
                   ADD 1 TO WS-MOVIMIENTOS
                   DISPLAY " "
                   DISPLAY "FECHA.....: " JRN-FECHA "  HORA: "
                           JRN-HORA
                   DISPLAY "TIPO......: " JRN-TIPO-TRANS
                           "  ORIGEN: " JRN-ORIGEN
                           "  USUARIO: " JRN-USUARIO
                   DISPLAY "ANTES.....: " JRN-IMAGEN-ANTES
                   DISPLAY "DESPUES...: " JRN-IMAGEN-DESPUES
                   IF JRN-TIPO-TRANS = 'B'
                       MOVE JRN-IMAGEN-DESPUES TO WS-IMAGEN-MAE
                       PERFORM 572-MOTIVO-BAJA-IMAGEN
                       DISPLAY "MOTIVO....: " WS-MOTIVO-DESC
                   END-IF
               END-IF
           END-IF.

       572-MOTIVO-BAJA-IMAGEN.
      *    MOTIVO DE LA BAJA QUE MUESTRA WS-IMAGEN-MAE (IMAGEN
      *    DESPUES DE UN MOVIMIENTO 'B' DEL DIARIO), BUSCADO POR ID Y
      *    FECHA DE BAJA EN LAS LIQUIDACIONES. LO USAN EL HISTORIAL
      *    (571) Y EL INFORME DE ROTACION (683-7).
           MOVE IMG-ID-MAE TO LIQ-EMP-ID.
           COMPUTE LIQ-FECHA-BAJA = IMG-FECHA-BAJA-AAAA * 10000 +
                                    IMG-FECHA-BAJA-MM * 100 +
                                    IMG-FECHA-BAJA-DD
           END-COMPUTE.
           PERFORM 543-BUSCAR-MOTIVO-BAJA.

       590-CERTIFICADO-TRABAJO.
      *    CERTIFICADO DE TRABAJO (ART. 80 LCT) PARA UN EMPLEADO DE
      *    BAJA, O CONSTANCIA DE SERVICIOS PARA UNO ACTIVO (CON LA
      *    REMUNERACION ACTUAL SI SE PIDE). LA TRAYECTORIA DE SECTOR
      *    Y CARGO SE ARMA CON LAS IMAGENES ANTES/DESPUES DEL DIARIO
      *    ARCHIVADO (591) Y DEL DIARIO VIVO (593). CADA EMISION
      *    QUEDA REGISTRADA CON FECHA Y OPERADOR (597).
           DISPLAY "INGRESE EL ID DEL EMPLEADO: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.
           IF 88-FS-MAESTRO-YES
               MOVE 'N' TO SW-CER-CON-SUELDO
               IF 88-EMP-ACTIVO
                   DISPLAY "INCLUIR LA REMUNERACION ACTUAL (S/N): "
                   ACCEPT WS-CER-RESP
                   IF WS-CER-RESP = 'S' OR WS-CER-RESP = 's'
                       MOVE 'S' TO SW-CER-CON-SUELDO
                   END-IF
               END-IF
               PERFORM 591-ARMAR-TRAYECTORIA
               PERFORM 595-IMPRIMIR-CERTIFICADO
               IF SW-CER-IMPRESO = 'S'
                   PERFORM 597-REGISTRAR-EMISION
               END-IF
           END-IF.

       591-ARMAR-TRAYECTORIA.
      *    LAS GENERACIONES ARCHIVADAS SE LEEN DE LA MAS VIEJA A LA
      *    MAS NUEVA: LA PROXIMA A GRABAR SEGUN 642 ES LA MAS VIEJA
      *    (O TODAVIA NO EXISTE) Y DESDE AHI SE SIGUE EN CICLO. LUEGO
      *    SE LEE EL DIARIO VIVO, QUE ES POSTERIOR A TODAS ELLAS.
           MOVE 0   TO WS-CER-CANT.
           MOVE 0   TO WS-CER-MOVS.
           MOVE ' ' TO SW-TABLA-CER-LLENA.
           PERFORM 642-LEER-CONTROL-ARCH.
           MOVE WS-GEN-ARCHIVO TO WS-CER-GEN.
           PERFORM 592-LEER-GENERACION
                   VARYING WS-CER-GEN-VEZ FROM 1 BY 1
                   UNTIL WS-CER-GEN-VEZ > WS-PAR-GEN-DIARIO.
           CLOSE DIARIO-NOVEDADES.
           OPEN INPUT DIARIO-NOVEDADES.
           IF 88-FS-DIARIO-YES
               PERFORM 593-LEER-SIG-DIARIO-CER
                       UNTIL NOT 88-FS-DIARIO-YES
               CLOSE DIARIO-NOVEDADES
           END-IF.
           OPEN EXTEND DIARIO-NOVEDADES.
           IF WS-CER-CANT = 0
               PERFORM 594-TRAMO-DESDE-MAESTRO
           ELSE
      *        SI EL ULTIMO TRAMO QUEDO ABIERTO PERO EL MAESTRO DICE
      *        BAJA (BAJA ANTERIOR AL DIARIO CONSERVADO, O CARGADA
      *        POR RECARGA), SE CIERRA EN LA FECHA DE BAJA DEL MAESTRO.
               IF 88-EMP-BAJA AND WS-CER-HASTA(WS-CER-CANT) = 0
                   MOVE EMP-FECHA-BAJA-MAE TO WS-CER-DDMMAAAA
                   PERFORM 596-7-CONVERTIR-FECHA
                   MOVE WS-CER-FECHA TO WS-CER-HASTA-NUE
                   PERFORM 596-5-CERRAR-TRAMO
               END-IF
           END-IF.
           PERFORM 594-5-CALC-SERVICIO.

       592-LEER-GENERACION.
           MOVE WS-CER-GEN TO WS-ARCH-GEN-DIG.
           PERFORM 044-7-RUTA-ARCHIVO.
           OPEN INPUT DIARIO-ARCHIVO.
           IF 88-FS-ARCHIVO-YES
               PERFORM 592-5-LEER-SIG-ARCH
                       UNTIL NOT 88-FS-ARCHIVO-YES
               CLOSE DIARIO-ARCHIVO
           END-IF.
           ADD 1 TO WS-CER-GEN.
           IF WS-CER-GEN > WS-PAR-GEN-DIARIO
               MOVE 1 TO WS-CER-GEN
           END-IF.

       592-5-LEER-SIG-ARCH.
           READ DIARIO-ARCHIVO INTO WS-CER-DIARIO.
           IF 88-FS-ARCHIVO-YES
               IF WS-CER-JRN-EMP-ID = EMP-ID-MAE
                   PERFORM 593-5-APLICAR-MOVIMIENTO
               END-IF
           END-IF.

       593-LEER-SIG-DIARIO-CER.
           READ DIARIO-NOVEDADES INTO WS-CER-DIARIO.
           IF 88-FS-DIARIO-YES
               IF WS-CER-JRN-EMP-ID = EMP-ID-MAE
                   PERFORM 593-5-APLICAR-MOVIMIENTO
               END-IF
           END-IF.

       593-5-APLICAR-MOVIMIENTO.
      *    SOLO CUENTAN ALTA, CAMBIO, BAJA Y REACTIVACION. LA FECHA
      *    DEL CAMBIO DE SECTOR O CARGO ES LA DEL DIARIO; LA DE
      *    INGRESO Y LA DE BAJA SALEN DE LAS IMAGENES.
           IF WS-CER-JRN-TIPO = 'A' OR WS-CER-JRN-TIPO = 'C' OR
              WS-CER-JRN-TIPO = 'B' OR WS-CER-JRN-TIPO = 'R'
               ADD 1 TO WS-CER-MOVS
               MOVE WS-CER-JRN-ANTES TO WS-IMAGEN-MAE
               MOVE IMG-SECTOR-MAE    TO WS-CER-SECTOR-ANTES
               MOVE IMG-CARGO-MAE     TO WS-CER-CARGO-ANTES
               MOVE IMG-FECHA-ING-MAE TO WS-CER-DDMMAAAA
               PERFORM 596-7-CONVERTIR-FECHA
               MOVE WS-CER-FECHA      TO WS-CER-ING-ANTES
      *        PRIMER MOVIMIENTO CONSERVADO QUE NO ES UN ALTA: EL
      *        TRAMO INICIAL SE RECONSTRUYE CON LA IMAGEN ANTES.
               IF WS-CER-CANT = 0 AND
                  (WS-CER-JRN-TIPO = 'C' OR WS-CER-JRN-TIPO = 'B')
                   MOVE WS-CER-ING-ANTES TO WS-CER-DESDE-NUE
                   PERFORM 596-ABRIR-TRAMO
               END-IF
               MOVE WS-CER-JRN-DESPUES TO WS-IMAGEN-MAE
               EVALUATE WS-CER-JRN-TIPO
                   WHEN 'A'
                       MOVE IMG-FECHA-ING-MAE TO WS-CER-DDMMAAAA
                       PERFORM 596-7-CONVERTIR-FECHA
                       IF WS-CER-FECHA = 0
                           MOVE WS-CER-JRN-FECHA TO WS-CER-FECHA
                       END-IF
                       MOVE WS-CER-FECHA TO WS-CER-DESDE-NUE
                       PERFORM 596-ABRIR-TRAMO
                   WHEN 'R'
                       MOVE WS-CER-JRN-FECHA TO WS-CER-DESDE-NUE
                       PERFORM 596-ABRIR-TRAMO
                   WHEN 'C'
                       PERFORM 593-7-CAMBIO-TRAMO
                   WHEN 'B'
                       MOVE IMG-FECHA-BAJA-MAE TO WS-CER-DDMMAAAA
                       PERFORM 596-7-CONVERTIR-FECHA
                       IF WS-CER-FECHA = 0
                           MOVE WS-CER-JRN-FECHA TO WS-CER-FECHA
                       END-IF
                       MOVE WS-CER-FECHA TO WS-CER-HASTA-NUE
                       PERFORM 596-5-CERRAR-TRAMO
               END-EVALUATE
           END-IF.

       593-7-CAMBIO-TRAMO.
      *    UN CAMBIO SOLO ABRE TRAMO NUEVO SI HAY UNO ABIERTO Y CAMBIO
      *    EL SECTOR O EL CARGO. SI EL CAMBIO ES DEL MISMO DIA EN QUE
      *    EMPEZO EL TRAMO (CORRECCION DE LA CARGA) SE PISA ESE TRAMO.
      *    UNA CORRECCION DE LA FECHA DE INGRESO MIENTRAS HAY UN SOLO
      *    TRAMO SE LLEVA AL COMIENZO DE ESE TRAMO.
           IF WS-CER-CANT > 0
               IF WS-CER-HASTA(WS-CER-CANT) = 0
                   MOVE IMG-FECHA-ING-MAE TO WS-CER-DDMMAAAA
                   PERFORM 596-7-CONVERTIR-FECHA
                   IF WS-CER-CANT = 1 AND WS-CER-FECHA > 0 AND
                      WS-CER-FECHA NOT = WS-CER-ING-ANTES AND
                      WS-CER-DESDE(1) = WS-CER-ING-ANTES
                       MOVE WS-CER-FECHA TO WS-CER-DESDE(1)
                   END-IF
                   IF IMG-SECTOR-MAE NOT = WS-CER-SECTOR-ANTES OR
                      IMG-CARGO-MAE  NOT = WS-CER-CARGO-ANTES
                       IF WS-CER-JRN-FECHA =
                          WS-CER-DESDE(WS-CER-CANT)
                           MOVE IMG-SECTOR-MAE
                                TO WS-CER-SECTOR(WS-CER-CANT)
                           MOVE IMG-CARGO-MAE
                                TO WS-CER-CARGO(WS-CER-CANT)
                       ELSE
                           MOVE WS-CER-JRN-FECHA TO WS-CER-DESDE-NUE
                           PERFORM 596-ABRIR-TRAMO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       594-TRAMO-DESDE-MAESTRO.
      *    SIN MOVIMIENTOS CONSERVADOS (EMPLEADO CARGADO ANTES DEL
      *    DIARIO O CON TODO SU HISTORIAL YA ROTADO): UN UNICO TRAMO
      *    CON EL SECTOR Y CARGO ACTUALES DEL MAESTRO.
           MOVE EMP-SECTOR-MAE      TO IMG-SECTOR-MAE.
           MOVE EMP-CARGO-MAE       TO IMG-CARGO-MAE.
           MOVE EMP-FECHA-ING-MAE   TO WS-CER-DDMMAAAA.
           PERFORM 596-7-CONVERTIR-FECHA.
           MOVE WS-CER-FECHA        TO WS-CER-DESDE-NUE.
           PERFORM 596-ABRIR-TRAMO.
           IF 88-EMP-BAJA
               MOVE EMP-FECHA-BAJA-MAE TO WS-CER-DDMMAAAA
               PERFORM 596-7-CONVERTIR-FECHA
               MOVE WS-CER-FECHA TO WS-CER-HASTA-NUE
               PERFORM 596-5-CERRAR-TRAMO
           END-IF.

       594-5-CALC-SERVICIO.
      *    TIEMPO TOTAL DE SERVICIO: SUMA DE LOS DIAS DE CADA TRAMO
      *    (EL ABIERTO CORRE HASTA HOY), SIN CONTAR LOS PERIODOS
      *    ENTRE UNA BAJA Y UNA REACTIVACION. SE EXPRESA EN ANIOS,
      *    MESES Y DIAS CON ANIO DE 365 DIAS Y MES DE 365/12.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-CER-HOY = WS-DATE-AAAA * 10000 +
                                WS-DATE-MM * 100 + WS-DATE-DD
           END-COMPUTE.
           MOVE 0 TO WS-CER-TOT-DIAS.
           PERFORM 594-7-DIAS-TRAMO
                   VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-CANT.
           DIVIDE WS-CER-TOT-DIAS BY 365 GIVING WS-CER-ANIOS
                   REMAINDER WS-CER-RESTO.
           COMPUTE WS-CER-MESES = WS-CER-RESTO * 12 / 365.
           COMPUTE WS-CER-DIAS = WS-CER-RESTO -
                                 (WS-CER-MESES * 365 / 12)
           END-COMPUTE.

       594-7-DIAS-TRAMO.
           IF WS-CER-HASTA(WS-CER-IDX) = 0
               MOVE WS-CER-HOY TO WS-CER-HASTA-EF
           ELSE
               MOVE WS-CER-HASTA(WS-CER-IDX) TO WS-CER-HASTA-EF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CER-DESDE(WS-CER-IDX))
              = 0 AND
              FUNCTION TEST-DATE-YYYYMMDD(WS-CER-HASTA-EF) = 0
               IF WS-CER-HASTA-EF NOT < WS-CER-DESDE(WS-CER-IDX)
                   COMPUTE WS-CER-TOT-DIAS = WS-CER-TOT-DIAS +
                       FUNCTION INTEGER-OF-DATE(WS-CER-HASTA-EF) -
                       FUNCTION INTEGER-OF-DATE(
                                WS-CER-DESDE(WS-CER-IDX)) + 1
                   END-COMPUTE
               END-IF
           END-IF.

       595-IMPRIMIR-CERTIFICADO.
      *    IMPRIME EN Certificado-trabajo.TXT. EMPLEADO DE BAJA:
      *    CERTIFICADO DE TRABAJO; ACTIVO: CONSTANCIA DE SERVICIOS.
           MOVE 'N' TO SW-CER-IMPRESO.
           OPEN OUTPUT CERTIFICADO-REP.
           IF 88-FS-CERT-REP-YES
               MOVE 1 TO WS-NUMERO-PAGINA-CER
               PERFORM 595-3-ENCABEZADO-CER
               PERFORM 595-5-CUERPO-CER
               PERFORM 595-7-LINEA-TRAMO
                       VARYING WS-CER-IDX FROM 1 BY 1
                       UNTIL WS-CER-IDX > WS-CER-CANT
               PERFORM 595-9-PIE-CER
               CLOSE CERTIFICADO-REP
               MOVE 'S' TO SW-CER-IMPRESO
               IF 88-EMP-BAJA
                   DISPLAY "CERTIFICADO DE TRABAJO EMITIDO EN "
                           "Certificado-trabajo.TXT. TRAMOS: "
                           WS-CER-CANT
               ELSE
                   DISPLAY "CONSTANCIA DE SERVICIOS EMITIDA EN "
                           "Certificado-trabajo.TXT. TRAMOS: "
                           WS-CER-CANT
               END-IF
           ELSE
               DISPLAY "NO SE PUDO ABRIR Certificado-trabajo.TXT. "
                       "NO SE EMITIO. FS: " FS-CERT-REP
           END-IF.

       595-3-ENCABEZADO-CER.
           IF 88-EMP-BAJA
               WRITE REG-CERTIFICADO-REP FROM WS-TITULO-CERT
                       AFTER ADVANCING PAGE
           ELSE
               WRITE REG-CERTIFICADO-REP FROM WS-TITULO-CONST
                       AFTER ADVANCING PAGE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-DATE-DD             TO TIT-2-DD.
           MOVE WS-DATE-MM             TO TIT-2-MM.
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA.
           MOVE WS-NUMERO-PAGINA-CER   TO TIT-2-PAGINA.
           WRITE REG-CERTIFICADO-REP FROM WS-TITULO-2
                   AFTER ADVANCING 1.
           WRITE REG-CERTIFICADO-REP FROM WS-GUIONES
                   AFTER ADVANCING 1.
           MOVE 3 TO WS-LINEAS-PAGINA-CER.

       595-5-CUERPO-CER.
           MOVE EMP-FECHA-ING-MAE TO WS-CER-DDMMAAAA.
           MOVE SPACES TO WS-CER-ING-TXT.
           STRING WS-CER-DM-DD "/" WS-CER-DM-MM "/" WS-CER-DM-AAAA
                   DELIMITED BY SIZE INTO WS-CER-ING-TXT
           END-STRING.
           MOVE SPACES TO WS-CER-EGR-TXT.
           IF 88-EMP-BAJA
               MOVE EMP-FECHA-BAJA-MAE TO WS-CER-DDMMAAAA
               STRING WS-CER-DM-DD "/" WS-CER-DM-MM "/"
                      WS-CER-DM-AAAA
                       DELIMITED BY SIZE INTO WS-CER-EGR-TXT
               END-STRING
           ELSE
               MOVE "EN ACTIVIDAD" TO WS-CER-EGR-TXT
           END-IF.
           MOVE SPACES TO WS-LINEA-CER.
           STRING " SE CERTIFICA QUE " FUNCTION TRIM(EMP-APELLIDO-MAE)
                  ", " FUNCTION TRIM(EMP-NOMBRE-MAE)
                   DELIMITED BY SIZE INTO WS-LINEA-CER
           END-STRING.
           WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                   AFTER ADVANCING 2.
           MOVE SPACES TO WS-LINEA-CER.
           STRING " CUIL: " EMP-CUIL-MAE "   LEGAJO: " EMP-LEGAJO-MAE
                  "   ID: " EMP-ID-MAE
                   DELIMITED BY SIZE INTO WS-LINEA-CER
           END-STRING.
           WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                   AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-CER.
           IF 88-EMP-BAJA
               STRING " PRESTO SERVICIOS EN ESTA EMPRESA DESDE EL "
                      WS-CER-ING-TXT " HASTA EL " WS-CER-EGR-TXT
                       DELIMITED BY SIZE INTO WS-LINEA-CER
               END-STRING
           ELSE
               STRING " PRESTA SERVICIOS EN ESTA EMPRESA DESDE EL "
                      WS-CER-ING-TXT ", " WS-CER-EGR-TXT
                       DELIMITED BY SIZE INTO WS-LINEA-CER
               END-STRING
           END-IF.
           WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                   AFTER ADVANCING 1.
           IF 88-EMP-BAJA
               MOVE EMP-ID-MAE TO IMG-ID-MAE
               MOVE EMP-FECHA-BAJA-MAE TO IMG-FECHA-BAJA-MAE
               PERFORM 572-MOTIVO-BAJA-IMAGEN
               MOVE SPACES TO WS-LINEA-CER
               STRING " MOTIVO DEL EGRESO: " WS-MOTIVO-DESC
                       DELIMITED BY SIZE INTO WS-LINEA-CER
               END-STRING
               WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                       AFTER ADVANCING 1
           END-IF.
           MOVE SPACES TO WS-LINEA-CER.
           STRING " TIEMPO TOTAL DE SERVICIO: " WS-CER-ANIOS
                  " ANIOS, " WS-CER-MESES " MESES Y " WS-CER-DIAS
                  " DIAS"
                   DELIMITED BY SIZE INTO WS-LINEA-CER
           END-STRING.
           WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                   AFTER ADVANCING 1.
           IF SW-CER-CON-SUELDO = 'S'
               MOVE EMP-SUELDO-MAE TO WS-SUELDO-ED
               MOVE SPACES TO WS-LINEA-CER
               STRING " REMUNERACION MENSUAL ACTUAL: $ " WS-SUELDO-ED
                       DELIMITED BY SIZE INTO WS-LINEA-CER
               END-STRING
               WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                       AFTER ADVANCING 1
           END-IF.
           MOVE SPACES TO WS-LINEA-CER.
           MOVE " SECTORES Y CARGOS DESEMPENADOS:" TO WS-LINEA-CER.
           WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                   AFTER ADVANCING 2.
           WRITE REG-CERTIFICADO-REP FROM WS-GUIONES
                   AFTER ADVANCING 1.
           WRITE REG-CERTIFICADO-REP FROM WS-SUB-TIT-CER
                   AFTER ADVANCING 1.
           WRITE REG-CERTIFICADO-REP FROM WS-GUIONES
                   AFTER ADVANCING 1.
           ADD 14 TO WS-LINEAS-PAGINA-CER.

       595-7-LINEA-TRAMO.
           IF WS-LINEAS-PAGINA-CER >= WS-MAX-LINEAS-PAGINA
               ADD 1 TO WS-NUMERO-PAGINA-CER
               PERFORM 595-3-ENCABEZADO-CER
               WRITE REG-CERTIFICADO-REP FROM WS-SUB-TIT-CER
                       AFTER ADVANCING 1
               WRITE REG-CERTIFICADO-REP FROM WS-GUIONES
                       AFTER ADVANCING 1
               ADD 2 TO WS-LINEAS-PAGINA-CER
           END-IF.
           MOVE WS-CER-DESDE(WS-CER-IDX) TO WS-CER-FECHA.
           MOVE SPACES TO WS-CER-DET-DESDE.
           STRING WS-CER-F-DD "/" WS-CER-F-MM "/" WS-CER-F-AAAA
                   DELIMITED BY SIZE INTO WS-CER-DET-DESDE
           END-STRING.
           MOVE SPACES TO WS-CER-DET-HASTA.
           IF WS-CER-HASTA(WS-CER-IDX) = 0
               MOVE "A LA FECHA" TO WS-CER-DET-HASTA
           ELSE
               MOVE WS-CER-HASTA(WS-CER-IDX) TO WS-CER-FECHA
               STRING WS-CER-F-DD "/" WS-CER-F-MM "/" WS-CER-F-AAAA
                       DELIMITED BY SIZE INTO WS-CER-DET-HASTA
               END-STRING
           END-IF.
           MOVE WS-CER-SECTOR(WS-CER-IDX) TO WS-CER-DET-SECTOR.
           MOVE WS-CER-CARGO(WS-CER-IDX)  TO WS-CER-DET-CARGO.
           WRITE REG-CERTIFICADO-REP FROM WS-DETALLE-CER
                   AFTER ADVANCING 1.
           ADD 1 TO WS-LINEAS-PAGINA-CER.

       595-9-PIE-CER.
           WRITE REG-CERTIFICADO-REP FROM WS-GUIONES
                   AFTER ADVANCING 1.
           IF WS-CER-MOVS = 0
               MOVE SPACES TO WS-LINEA-CER
               MOVE " (SIN MOVIMIENTOS EN EL DIARIO: SE INFORMAN EL "
                    TO WS-LINEA-CER
               WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                       AFTER ADVANCING 1
               MOVE "  SECTOR Y CARGO ACTUALES DEL LEGAJO)"
                    TO WS-LINEA-CER
               WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                       AFTER ADVANCING 1
           END-IF.
           IF SW-TABLA-CER-LLENA = 'S'
               MOVE " (TRAYECTORIA TRUNCADA: MAS DE 50 TRAMOS)"
                    TO WS-LINEA-CER
               WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                       AFTER ADVANCING 1
           END-IF.
           MOVE SPACES TO WS-LINEA-CER.
           STRING " SE EXTIENDE A PEDIDO DEL INTERESADO. EMITIDO POR: "
                  WS-USUARIO
                   DELIMITED BY SIZE INTO WS-LINEA-CER
           END-STRING.
           WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                   AFTER ADVANCING 2.
           MOVE SPACES TO WS-LINEA-CER.
           STRING "                                        "
                  "----------------------------"
                   DELIMITED BY SIZE INTO WS-LINEA-CER
           END-STRING.
           WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                   AFTER ADVANCING 4.
           MOVE SPACES TO WS-LINEA-CER.
           STRING "                                        "
                  "FIRMA Y SELLO DEL EMPLEADOR"
                   DELIMITED BY SIZE INTO WS-LINEA-CER
           END-STRING.
           WRITE REG-CERTIFICADO-REP FROM WS-LINEA-CER
                   AFTER ADVANCING 1.

       596-ABRIR-TRAMO.
      *    ABRE UN TRAMO CON IMG-SECTOR-MAE/IMG-CARGO-MAE DESDE
      *    WS-CER-DESDE-NUE. SI HABIA UNO ABIERTO SE CIERRA EL DIA
      *    ANTERIOR.
           IF WS-CER-CANT > 0
               IF WS-CER-HASTA(WS-CER-CANT) = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CER-DESDE-NUE)
                      = 0
                       COMPUTE WS-CER-HASTA-NUE =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-CER-DESDE-NUE)
                           - 1)
                       END-COMPUTE
                   ELSE
                       MOVE WS-CER-DESDE-NUE TO WS-CER-HASTA-NUE
                   END-IF
                   PERFORM 596-5-CERRAR-TRAMO
               END-IF
           END-IF.
           IF WS-CER-CANT < 50
               ADD 1 TO WS-CER-CANT
               MOVE IMG-SECTOR-MAE   TO WS-CER-SECTOR(WS-CER-CANT)
               MOVE IMG-CARGO-MAE    TO WS-CER-CARGO(WS-CER-CANT)
               MOVE WS-CER-DESDE-NUE TO WS-CER-DESDE(WS-CER-CANT)
               MOVE 0                TO WS-CER-HASTA(WS-CER-CANT)
           ELSE
               MOVE 'S' TO SW-TABLA-CER-LLENA
           END-IF.

       596-5-CERRAR-TRAMO.
      *    CIERRA EL ULTIMO TRAMO EN WS-CER-HASTA-NUE, NUNCA ANTES
      *    DE SU PROPIO COMIENZO.
           IF WS-CER-CANT > 0
               IF WS-CER-HASTA(WS-CER-CANT) = 0
                   IF WS-CER-HASTA-NUE < WS-CER-DESDE(WS-CER-CANT)
                       MOVE WS-CER-DESDE(WS-CER-CANT)
                            TO WS-CER-HASTA(WS-CER-CANT)
                   ELSE
                       MOVE WS-CER-HASTA-NUE
                            TO WS-CER-HASTA(WS-CER-CANT)
                   END-IF
               END-IF
           END-IF.

       596-7-CONVERTIR-FECHA.
      *    WS-CER-DDMMAAAA (FORMATO DEL MAESTRO) A WS-CER-FECHA
      *    (AAAAMMDD, FORMATO DEL DIARIO).
           MOVE WS-CER-DM-AAAA TO WS-CER-F-AAAA.
           MOVE WS-CER-DM-MM   TO WS-CER-F-MM.
           MOVE WS-CER-DM-DD   TO WS-CER-F-DD.

       597-REGISTRAR-EMISION.
      *    EL REGISTRO DE EMITIDOS SE EXTIENDE; LA PRIMERA VEZ SE CREA.
           OPEN EXTEND CERTIFICADOS-EMITIDOS.
           IF 88-FS-CERT-LOG-NOFILE
               OPEN OUTPUT CERTIFICADOS-EMITIDOS
           END-IF.
           IF 88-FS-CERT-LOG-YES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               INITIALIZE REG-CERT-EMITIDO
               MOVE WS-SYS-FECHA     TO CEM-FECHA
               MOVE WS-SYS-HORA      TO CEM-HORA
               MOVE WS-USUARIO       TO CEM-USUARIO
               MOVE EMP-ID-MAE       TO CEM-EMP-ID
               MOVE EMP-LEGAJO-MAE   TO CEM-LEGAJO
               IF 88-EMP-BAJA
                   MOVE 'C' TO CEM-TIPO
               ELSE
                   MOVE 'S' TO CEM-TIPO
               END-IF
               MOVE SW-CER-CON-SUELDO TO CEM-CON-SUELDO
               MOVE WS-CER-CANT      TO CEM-TRAMOS
               WRITE REG-CERT-EMITIDO
               IF NOT 88-FS-CERT-LOG-YES
                   DISPLAY "NO SE PUDO REGISTRAR LA EMISION. FS: "
                           FS-CERT-LOG
               END-IF
               CLOSE CERTIFICADOS-EMITIDOS
           ELSE
               DISPLAY "NO SE PUDO ABRIR Cert-emitidos.DAT. "
                       "EMISION NO REGISTRADA. FS: " FS-CERT-LOG
           END-IF.

       075-INGRESAR-EMPLEADO.
           DISPLAY "Por favor, ingrese su nombre: ".
           ACCEPT WS-NOMBRE.
           DISPLAY "Ingrese su apellido: ".
           ACCEPT WS-APELLIDO.

           MOVE 'N' TO SW-FECHA-OK.
           PERFORM 077-PEDIR-FECHA UNTIL SW-FECHA-OK = 'S'.

           PERFORM 079-CALCULAR-EDAD.

           DISPLAY "Ingrese su direccion: ".
           ACCEPT WS-DIRECCION.

           MOVE 'N' TO SW-TELEFONO-OK.
           PERFORM 078-PEDIR-TELEFONO UNTIL SW-TELEFONO-OK = 'S'.

           MOVE 'N' TO SW-LEGAJO-OK.
           PERFORM 071-PEDIR-LEGAJO UNTIL SW-LEGAJO-OK = 'S'.

           MOVE 'N' TO SW-CUIL-OK.
           PERFORM 072-PEDIR-CUIL UNTIL SW-CUIL-OK = 'S'.

           MOVE 'N' TO SW-SECTOR-OK.
           PERFORM 073-PEDIR-SECTOR UNTIL SW-SECTOR-OK = 'S'.

           MOVE 'N' TO SW-CARGO-OK.
           PERFORM 073-5-PEDIR-CARGO UNTIL SW-CARGO-OK = 'S'.

           MOVE 'N' TO SW-ING-OK.
           PERFORM 076-PEDIR-FECHA-INGRESO UNTIL SW-ING-OK = 'S'.

           MOVE 'N' TO SW-SUELDO-OK.
           PERFORM 074-PEDIR-SUELDO UNTIL SW-SUELDO-OK = 'S'.

       071-PEDIR-LEGAJO.
           DISPLAY "Ingrese el numero de legajo: ".
           ACCEPT WS-LEGAJO-ALFA.
           IF WS-LEGAJO-ALFA NOT = SPACES AND
              FUNCTION TRIM(WS-LEGAJO-ALFA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-LEGAJO-ALFA) TO WS-LEGAJO
               MOVE 'S' TO SW-LEGAJO-OK
           ELSE
               DISPLAY "LEGAJO INVALIDO, DEBE SER NUMERICO. "
                       "REINGRESE."
           END-IF.

       072-PEDIR-CUIL.
      *    EL CUIL/DNI SE EXIGE DE 11 DIGITOS COMPLETOS (SIN GUIONES)
      *    PORQUE ES EL DATO CON EL QUE DESPUES SE CRUZA CONTRA LOS
      *    SISTEMAS DE SUELDOS Y DE AFIP.
           DISPLAY "Ingrese el CUIL (11 digitos, sin guiones): ".
           ACCEPT WS-CUIL-ALFA.
           IF WS-CUIL-ALFA IS NUMERIC
               MOVE WS-CUIL-ALFA TO WS-CUIL
               MOVE 'S' TO SW-CUIL-OK
           ELSE
               DISPLAY "CUIL INVALIDO, DEBEN SER 11 DIGITOS. "
                       "REINGRESE."
           END-IF.

       073-PEDIR-SECTOR.
      *    EL SECTOR TIPEADO SE VALIDA CONTRA EL CATALOGO (696) PARA
      *    QUE NO CONVIVAN 'VENTAS', 'VENTA' Y 'VENTAS.' COMO TRES
      *    SECTORES DISTINTOS EN LOS REPORTES.
           DISPLAY "Ingrese el sector: ".
           ACCEPT WS-SECTOR.
           IF WS-SECTOR NOT = SPACES
               MOVE 'S'       TO WS-CAT-TIPO-BUSCADO
               MOVE WS-SECTOR TO WS-CAT-COD-BUSCADO
               PERFORM 696-VALIDAR-CATALOGO
               IF SW-CAT-OK = 'S'
                   MOVE 'S' TO SW-SECTOR-OK
               ELSE
                   DISPLAY "SECTOR NO CATALOGADO. REINGRESE O "
                           "CARGUELO EN EL CATALOGO (MODO G)."
               END-IF
           ELSE
               DISPLAY "EL SECTOR NO PUEDE QUEDAR EN BLANCO. "
                       "REINGRESE."
           END-IF.

       073-5-PEDIR-CARGO.
           DISPLAY "Ingrese el cargo: ".
           ACCEPT WS-CARGO.
           IF WS-CARGO NOT = SPACES
               MOVE 'C'      TO WS-CAT-TIPO-BUSCADO
               MOVE WS-CARGO TO WS-CAT-COD-BUSCADO
               PERFORM 696-VALIDAR-CATALOGO
               IF SW-CAT-OK = 'S'
                   MOVE 'S' TO SW-CARGO-OK
               ELSE
                   DISPLAY "CARGO NO CATALOGADO. REINGRESE O "
                           "CARGUELO EN EL CATALOGO (MODO G)."
               END-IF
           ELSE
               DISPLAY "EL CARGO NO PUEDE QUEDAR EN BLANCO. "
                       "REINGRESE."
           END-IF.

       074-PEDIR-SUELDO.
           DISPLAY "Ingrese el sueldo basico (pesos, sin centavos): ".
           ACCEPT WS-SUELDO-ALFA.
           IF WS-SUELDO-ALFA NOT = SPACES AND
              FUNCTION TRIM(WS-SUELDO-ALFA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SUELDO-ALFA) TO WS-SUELDO
               MOVE 'S' TO SW-SUELDO-OK
           ELSE
               DISPLAY "SUELDO INVALIDO, DEBE SER NUMERICO. "
                       "REINGRESE."
           END-IF.

       076-PEDIR-FECHA-INGRESO.
           DISPLAY "Ingrese la fecha de ingreso (DD/MM/AAAA): ".
           ACCEPT WS-FECHA-INGRESO.
           PERFORM 076-1-VALIDAR-FECHA-ING.

       076-1-VALIDAR-FECHA-ING.
      *    MISMOS CONTROLES DE FORMA QUE LA FECHA DE NACIMIENTO
      *    (077-1), PERO SOBRE LA FECHA DE INGRESO: NUMERICA, MES
      *    1-12, DIA VALIDO PARA EL MES Y NO POSTERIOR A HOY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF ING-DD IS NUMERIC AND ING-MM IS NUMERIC AND
              ING-AAAA IS NUMERIC
               IF ING-MM >= 1 AND ING-MM <= 12 AND
                  ING-AAAA >= WS-DATE-AAAA - 99 AND
                  ING-AAAA <= WS-DATE-AAAA
                   IF ING-AAAA = WS-DATE-AAAA AND
                      (ING-MM > WS-DATE-MM OR
                       (ING-MM = WS-DATE-MM AND
                        ING-DD > WS-DATE-DD))
                       DISPLAY "FECHA NO PUEDE SER POSTERIOR A HOY. "
                               "REINGRESE."
                   ELSE
                       PERFORM 076-5-VALIDAR-DIA-MES-ING
                   END-IF
               ELSE
                   DISPLAY "ANIO DE INGRESO FUERA DE RANGO. "
                           "REINGRESE."
               END-IF
           ELSE
               DISPLAY "FECHA INVALIDA, DEBE SER NUMERICA. REINGRESE."
           END-IF.

       076-5-VALIDAR-DIA-MES-ING.
           EVALUATE ING-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF ING-DD >= 1 AND ING-DD <= 30
                       MOVE 'S' TO SW-ING-OK
                   ELSE
                       DISPLAY "DIA INVALIDO PARA ESE MES. REINGRESE."
                   END-IF
               WHEN 2
                   IF ING-DD >= 1 AND ING-DD <= 29
                       MOVE 'S' TO SW-ING-OK
                   ELSE
                       DISPLAY "DIA INVALIDO PARA FEBRERO. REINGRESE."
                   END-IF
               WHEN OTHER
                   IF ING-DD >= 1 AND ING-DD <= 31
                       MOVE 'S' TO SW-ING-OK
                   ELSE
                       DISPLAY "DIA INVALIDO PARA ESE MES. REINGRESE."
                   END-IF
           END-EVALUATE.

       077-PEDIR-FECHA.
           DISPLAY "Ingrese su fecha de nacimiento (DD/MM/AAAA): ".
           ACCEPT WS-FECHA-NACIMIENTO.
           PERFORM 077-1-VALIDAR-FECHA.

       077-1-VALIDAR-FECHA.
      *    VALIDACION DE FECHA DE NACIMIENTO. LA COMPARTEN LA CARGA
      *    INTERACTIVA (077-PEDIR-FECHA) Y LA CARGA POR LOTE (810-
      *    LEER-TRANSACCION), PARA QUE UNA TRANSACCION DE UN ARCHIVO
      *    BATCH NO SE CUELE SIN PASAR POR LOS MISMOS CONTROLES QUE
      *    UN ALTA TIPEADA A MANO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           IF FECHA-DD OF WS-FECHA-NACIMIENTO IS NUMERIC AND
              FECHA-MM OF WS-FECHA-NACIMIENTO IS NUMERIC AND
              FECHA-AAAA OF WS-FECHA-NACIMIENTO IS NUMERIC
               IF FECHA-MM OF WS-FECHA-NACIMIENTO >= 1 AND
                  FECHA-MM OF WS-FECHA-NACIMIENTO <= 12 AND
                  FECHA-AAAA OF WS-FECHA-NACIMIENTO >=
                          WS-DATE-AAAA - 99 AND
                  FECHA-AAAA OF WS-FECHA-NACIMIENTO <= WS-DATE-AAAA
                   IF FECHA-AAAA OF WS-FECHA-NACIMIENTO = WS-DATE-AAAA
                      AND (FECHA-MM OF WS-FECHA-NACIMIENTO >
                           WS-DATE-MM OR
                           (FECHA-MM OF WS-FECHA-NACIMIENTO =
                            WS-DATE-MM AND
                            FECHA-DD OF WS-FECHA-NACIMIENTO >
                            WS-DATE-DD))
                       DISPLAY "FECHA NO PUEDE SER POSTERIOR A HOY. "
                               "REINGRESE."
                   ELSE
                       PERFORM 077-5-VALIDAR-DIA-MES
                   END-IF
               ELSE
                   DISPLAY "ANIO FUERA DE RANGO (MAX "
                           WS-DATE-AAAA " EDAD MENOR A 100). "
                           "REINGRESE."
               END-IF
           ELSE
               DISPLAY "FECHA INVALIDA, DEBE SER NUMERICA. REINGRESE."
           END-IF.

       077-5-VALIDAR-DIA-MES.
           EVALUATE FECHA-MM OF WS-FECHA-NACIMIENTO
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF FECHA-DD OF WS-FECHA-NACIMIENTO >= 1 AND
                      FECHA-DD OF WS-FECHA-NACIMIENTO <= 30
                       MOVE 'S' TO SW-FECHA-OK
                   ELSE
                       DISPLAY "DIA INVALIDO PARA ESE MES. REINGRESE."
                   END-IF
               WHEN 2
                   IF FECHA-DD OF WS-FECHA-NACIMIENTO >= 1 AND
                      FECHA-DD OF WS-FECHA-NACIMIENTO <= 29
                       MOVE 'S' TO SW-FECHA-OK
                   ELSE
                       DISPLAY "DIA INVALIDO PARA FEBRERO. REINGRESE."
                   END-IF
               WHEN OTHER
                   IF FECHA-DD OF WS-FECHA-NACIMIENTO >= 1 AND
                      FECHA-DD OF WS-FECHA-NACIMIENTO <= 31
                       MOVE 'S' TO SW-FECHA-OK
                   ELSE
                       DISPLAY "DIA INVALIDO PARA ESE MES. REINGRESE."
                   END-IF
           END-EVALUATE.

       078-PEDIR-TELEFONO.
           DISPLAY "Ingrese su numero de telefono: ".
           ACCEPT WS-TELEFONO.
           PERFORM 078-1-VALIDAR-TELEFONO.

       078-1-VALIDAR-TELEFONO.
      *    VALIDACION DE TELEFONO. LA COMPARTEN LA CARGA INTERACTIVA
      *    (078-PEDIR-TELEFONO) Y LA CARGA POR LOTE (810-LEER-
      *    TRANSACCION), PARA QUE UN TELEFONO NO NUMERICO EN EL
      *    ARCHIVO DE TRANSACCIONES NO LLEGUE A WS-DET-TELEFONO
      *    PIC 9(10) SIN HABER SIDO RECHAZADO ANTES.
      *    SE VALIDA SOBRE FUNCTION TRIM(WS-TELEFONO) Y NO SOBRE
      *    WS-TELEFONO ENTERO, PORQUE ACCEPT RELLENA CON ESPACIOS A
      *    LA DERECHA LOS NUMEROS DE MENOS DE 10 DIGITOS, Y UN VALOR
      *    CON ESPACIOS NUNCA ES NUMERIC AUNQUE EL TELEFONO SEA VALIDO.
           IF WS-TELEFONO NOT = SPACES AND
              FUNCTION TRIM(WS-TELEFONO) IS NUMERIC
               MOVE 'S' TO SW-TELEFONO-OK
           ELSE
               DISPLAY "TELEFONO INVALIDO, DEBE SER NUMERICO."
               DISPLAY "REINGRESE."
           END-IF.

       079-CALCULAR-EDAD.
      *    LA FECHA YA FUE VALIDADA POR 077-1-VALIDAR-FECHA CONTRA EL
      *    ANIO ACTUAL (WS-DATE-AAAA - 99 .. WS-DATE-AAAA), POR LO QUE
      *    LA EDAD CALCULADA SIEMPRE ENTRA EN WS-EDAD PIC 9(02); EL ON
      *    SIZE ERROR QUEDA SOLO COMO RESGUARDO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-EDAD = WS-DATE-AAAA -
                   FECHA-AAAA OF WS-FECHA-NACIMIENTO
               ON SIZE ERROR
                   DISPLAY "EDAD CALCULADA FUERA DE RANGO. SE USA 00."
                   MOVE 0 TO WS-EDAD
           END-COMPUTE
           IF WS-DATE-MM < FECHA-MM OF WS-FECHA-NACIMIENTO OR
              (WS-DATE-MM = FECHA-MM OF WS-FECHA-NACIMIENTO AND
               WS-DATE-DD < FECHA-DD OF WS-FECHA-NACIMIENTO)
               IF WS-EDAD > 0
                   SUBTRACT 1 FROM WS-EDAD
               END-IF
           END-IF.


       200-IMPRIME.
      *    IMPRIME EL ENCABEZADO DE PAGINA. SE LLAMA UNA VEZ AL
      *    COMIENZO DEL LISTADO Y NUEVAMENTE CADA VEZ QUE 300-WRITE
      *    DETECTA QUE LA PAGINA ACTUAL SE LLENO.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE

           MOVE WS-DATE-DD                    TO TIT-2-DD
           MOVE WS-DATE-MM                    TO TIT-2-MM
           MOVE WS-DATE-AAAA                  TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA               TO TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER ADVANCING 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA.
           MOVE SPACES TO SW-FIN.

       300-WRITE.
      *    EL ENCABEZADO DE LA PRIMERA PAGINA SE IMPRIME RECIEN ACA,
      *    LA PRIMERA VEZ QUE HAY ALGO PARA GRABAR, EN LUGAR DE EN
      *    010-INICIO: SI LA SESION NO DA DE ALTA A NADIE (SE ELIGE
      *    (F)IN DE ENTRADA, O EL BATCH LLEGA VACIO O SE RECHAZAN
      *    TODAS LAS TRANSACCIONES) NO DEBE QUEDAR UN ENCABEZADO Y UN
      *    TOTAL EN 00000 AGREGADO DE MAS AL REPORTE ACUMULADO.
           IF NOT 88-ENCABEZADO-IMPRESO-YES
               PERFORM 200-IMPRIME
               MOVE 'S' TO SW-ENCABEZADO-IMPRESO
           END-IF.

           MOVE WS-NOMBRE TO WS-DET-NOMBRE
           MOVE WS-APELLIDO TO WS-DET-APELLIDO
           MOVE WS-EDAD TO WS-DET-EDAD
           MOVE WS-FECHA-NACIMIENTO TO WS-DET-FECH-NAC
           MOVE WS-DIRECCION TO WS-DET-DIRECCION
           MOVE WS-TELEFONO TO WS-DET-TELEFONO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1
           PERFORM 360-ESCRIBIR-CSV

           ADD 1 TO WS-IMPRESOS.
           ADD 1 TO WS-LINEAS-PAGINA.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS-PAGINA
               ADD 1 TO WS-NUMERO-PAGINA
               PERFORM 200-IMPRIME
           END-IF.

       360-ESCRIBIR-CSV.
      *    VUELCA EL MISMO EMPLEADO A Personal-report.csv EN FORMATO
      *    DELIMITADO POR COMAS, PARA IMPORTAR DESDE UNA PLANILLA.
      *    NOMBRE/APELLIDO/DIRECCION VIAJAN ENTRECOMILLADOS (361-
      *    ESCAPAR-CAMPO-CSV) PORQUE SON TEXTO LIBRE Y PUEDEN TRAER
      *    UNA COMA TIPEADA POR EL OPERADOR (EJ. "AV. CORRIENTES,
      *    1234"); TELEFONO NO LO NECESITA PORQUE 078-1-VALIDAR-
      *    TELEFONO YA GARANTIZA QUE SOLO TIENE DIGITOS.
           MOVE WS-NOMBRE TO WS-CSV-IN.
           PERFORM 361-ESCAPAR-CAMPO-CSV.
           MOVE WS-CSV-OUT TO WS-CSV-NOMBRE-Q.

           MOVE WS-APELLIDO TO WS-CSV-IN.
           PERFORM 361-ESCAPAR-CAMPO-CSV.
           MOVE WS-CSV-OUT TO WS-CSV-APELLIDO-Q.

           MOVE WS-DIRECCION TO WS-CSV-IN.
           PERFORM 361-ESCAPAR-CAMPO-CSV.
           MOVE WS-CSV-OUT TO WS-CSV-DIRECCION-Q.

           MOVE SPACES TO WS-LINEA-CSV.
           STRING FUNCTION TRIM(WS-CSV-NOMBRE-Q)       DELIMITED BY
                       SIZE
                  ","                                 DELIMITED BY
                       SIZE
                  FUNCTION TRIM(WS-CSV-APELLIDO-Q)     DELIMITED BY
                       SIZE
                  ","                                 DELIMITED BY
                       SIZE
                  WS-EDAD                             DELIMITED BY
                       SIZE
                  ","                                 DELIMITED BY
                       SIZE
                  FECHA-DD OF WS-FECHA-NACIMIENTO      DELIMITED BY
                       SIZE
                  "/"                                 DELIMITED BY
                       SIZE
                  FECHA-MM OF WS-FECHA-NACIMIENTO      DELIMITED BY
                       SIZE
                  "/"                                 DELIMITED BY
                       SIZE
                  FECHA-AAAA OF WS-FECHA-NACIMIENTO    DELIMITED BY
                       SIZE
                  ","                                 DELIMITED BY
                       SIZE
                  FUNCTION TRIM(WS-CSV-DIRECCION-Q)    DELIMITED BY
                       SIZE
                  ","                                 DELIMITED BY
                       SIZE
                  FUNCTION TRIM(WS-TELEFONO)           DELIMITED BY
                       SIZE
               INTO WS-LINEA-CSV
           END-STRING.
           WRITE REG-REPORTE-CSV FROM WS-LINEA-CSV.

       361-ESCAPAR-CAMPO-CSV.
      *    ENVUELVE WS-CSV-IN EN COMILLAS DOBLES Y DUPLICA CUALQUIER
      *    COMILLA EMBEBIDA (REGLA RFC4180), DEJANDO EL RESULTADO EN
      *    WS-CSV-OUT. SE REUTILIZA PARA NOMBRE, APELLIDO Y
      *    DIRECCION DESDE 360-ESCRIBIR-CSV.
           MOVE FUNCTION TRIM(WS-CSV-IN) TO WS-CSV-IN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-IN))
                   TO WS-CSV-LARGO.
           MOVE SPACES TO WS-CSV-OUT.
           MOVE 1 TO WS-CSV-POS.
           STRING '"' DELIMITED BY SIZE
               INTO WS-CSV-OUT WITH POINTER WS-CSV-POS.
           PERFORM 362-DOBLAR-COMILLA VARYING WS-CSV-IDX FROM 1 BY 1
                   UNTIL WS-CSV-IDX > WS-CSV-LARGO.
           STRING '"' DELIMITED BY SIZE
               INTO WS-CSV-OUT WITH POINTER WS-CSV-POS.

       362-DOBLAR-COMILLA.
           MOVE WS-CSV-IN(WS-CSV-IDX:1) TO WS-CSV-CHAR.
           IF WS-CSV-CHAR = '"'
               STRING WS-CSV-CHAR WS-CSV-CHAR DELIMITED BY SIZE
                   INTO WS-CSV-OUT WITH POINTER WS-CSV-POS
           ELSE
               STRING WS-CSV-CHAR DELIMITED BY SIZE
                   INTO WS-CSV-OUT WITH POINTER WS-CSV-POS
           END-IF.

       350-IMPRIME-TOTALES.
      *    LINEA DE CONTROL CON LA CANTIDAD TOTAL DE EMPLEADOS
      *    INGRESADOS EN LA SESION, PARA CONCILIAR CONTRA EL LISTADO.
      *    SI NO SE IMPRIMIO NINGUN ENCABEZADO (NO HUBO NINGUNA ALTA
      *    EN LA SESION) NO SE ESCRIBE NADA: UN TOTAL SUELTO SIN SU
      *    ENCABEZADO Y SU DETALLE NO TIENE SENTIDO EN EL ACUMULADO.
           IF 88-ENCABEZADO-IMPRESO-YES
               MOVE WS-IMPRESOS TO WS-TOT-IMPRESOS
               WRITE REG-REPORTE FROM WS-TOTALES AFTER ADVANCING 1
           END-IF.

       700-GENERAR-LISTADO-ORDENADO.
      *    GENERA UN SEGUNDO LISTADO CON LOS MISMOS ENCABEZADOS Y
      *    DETALLE DEL REGISTRO DE EMPLEADOS, PERO ORDENADO POR
      *    APELLIDO Y NOMBRE EN LUGAR DE POR ORDEN DE INGRESO.
           MOVE SPACES TO SW-FIN-ORDEN.
           SORT ARCHIVO-ORDEN
               ON ASCENDING KEY SD-APELLIDO SD-NOMBRE
               INPUT PROCEDURE 710-CARGAR-ORDEN
               OUTPUT PROCEDURE 720-GENERAR-SALIDA-ORDENADA.
           DISPLAY "LISTADO ORDENADO GENERADO.".

       710-CARGAR-ORDEN.
           CLOSE EMPLEADO-MAESTRO.
           OPEN INPUT EMPLEADO-MAESTRO.
           PERFORM 711-RELEASE-SIG-MAESTRO UNTIL 88-FS-MAESTRO-EOF.
           CLOSE EMPLEADO-MAESTRO.
           OPEN I-O EMPLEADO-MAESTRO.

       711-RELEASE-SIG-MAESTRO.
      *    SOLO SE LISTAN LOS EMPLEADOS ACTIVOS: LOS DADOS DE BAJA
      *    QUEDAN EN EL MAESTRO POR HISTORIAL PERO NO EN EL LISTADO.
           READ EMPLEADO-MAESTRO NEXT RECORD.
           IF 88-FS-MAESTRO-YES AND 88-EMP-ACTIVO
               MOVE EMP-APELLIDO-MAE      TO SD-APELLIDO
               MOVE EMP-NOMBRE-MAE        TO SD-NOMBRE
               MOVE EMP-EDAD-MAE          TO SD-EDAD
               MOVE EMP-FECHA-DD-MAE      TO SD-FECHA-DD
               MOVE EMP-FECHA-MM-MAE      TO SD-FECHA-MM
               MOVE EMP-FECHA-AAAA-MAE    TO SD-FECHA-AAAA
               MOVE EMP-DIRECCION-MAE     TO SD-DIRECCION
               MOVE EMP-TELEFONO-MAE      TO SD-TELEFONO
               RELEASE SD-REGISTRO
           END-IF.

       720-GENERAR-SALIDA-ORDENADA.
           MOVE SPACES TO SW-FIN-ORDEN.
           OPEN OUTPUT REPORTE-ORDENADO.
           IF 88-FS-ORDENADO-YES
               MOVE 1 TO WS-NUMERO-PAGINA-ORD
               PERFORM 730-IMPRIME-ENCABEZADO-ORD
               PERFORM 740-RETURN-SIG-ORDENADO UNTIL SW-FIN-ORDEN = 'S'
               CLOSE REPORTE-ORDENADO
           ELSE
      *        NO SE PUDO ABRIR Personal-report-ABC.TXT (PATH/PERMISOS).
      *        SE VACIA IGUAL EL ARCHIVO DE TRABAJO DEL SORT, SIN
      *        ESCRIBIR NADA, PARA NO DEJAR 730/740 ESCRIBIENDO SOBRE
      *        UN ARCHIVO QUE NUNCA SE ABRIO.
               DISPLAY "NO SE PUDO ABRIR Personal-report-ABC.TXT. "
                       "LISTADO ORDENADO NO GENERADO."
               PERFORM 741-VACIAR-ORDEN UNTIL SW-FIN-ORDEN = 'S'
           END-IF.

       730-IMPRIME-ENCABEZADO-ORD.
           WRITE REG-REPORTE-ORDENADO FROM WS-TITULO-1
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-ORD   TO TIT-2-PAGINA
           WRITE REG-REPORTE-ORDENADO FROM WS-TITULO-2
                   AFTER ADVANCING 1
           WRITE REG-REPORTE-ORDENADO FROM WS-GUIONES
                   AFTER ADVANCING 1
           WRITE REG-REPORTE-ORDENADO FROM WS-SUB-TITULO-1
                   AFTER ADVANCING 1
           WRITE REG-REPORTE-ORDENADO FROM WS-GUIONES
                   AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA-ORD.

       740-RETURN-SIG-ORDENADO.
           RETURN ARCHIVO-ORDEN
               AT END
                   MOVE 'S' TO SW-FIN-ORDEN
               NOT AT END
                   MOVE SD-NOMBRE      TO WS-DET-NOMBRE
                   MOVE SD-APELLIDO    TO WS-DET-APELLIDO
                   MOVE SD-EDAD        TO WS-DET-EDAD
                   MOVE SD-FECHA-DD    TO NAC-DD
                   MOVE SD-FECHA-MM    TO NAC-MM
                   MOVE SD-FECHA-AAAA  TO NAC-AAAA
                   MOVE SD-DIRECCION   TO WS-DET-DIRECCION
                   MOVE SD-TELEFONO    TO WS-DET-TELEFONO
                   WRITE REG-REPORTE-ORDENADO FROM WS-DETALLE
                           AFTER ADVANCING 1
                   ADD 1 TO WS-LINEAS-PAGINA-ORD
                   IF WS-LINEAS-PAGINA-ORD >= WS-MAX-LINEAS-PAGINA
                       ADD 1 TO WS-NUMERO-PAGINA-ORD
                       PERFORM 730-IMPRIME-ENCABEZADO-ORD
                   END-IF
           END-RETURN.

       741-VACIAR-ORDEN.
      *    DESCARTA LOS REGISTROS DEL SORT SIN ESCRIBIRLOS, PARA EL
      *    CASO EN QUE REPORTE-ORDENADO NO SE PUDO ABRIR.
           RETURN ARCHIVO-ORDEN
               AT END
                   MOVE 'S' TO SW-FIN-ORDEN
               NOT AT END
                   CONTINUE
           END-RETURN.

       750-LISTADO-CUMPLEANOS.
      *    LISTADO MENSUAL DE CUMPLEANOS PARA RH: EMPLEADOS ACTIVOS
      *    NACIDOS EN EL MES PEDIDO, EN ORDEN DE DIA, CON LA EDAD
      *    QUE CUMPLEN. SI NO SE TIPEA UN MES VALIDO (O LA CORRIDA
      *    ES PLANIFICADA Y NO HAY OPERADOR QUE CONTESTE) SE TOMA EL
      *    MES ACTUAL, ASI SE PUEDE AGENDAR EL PRIMERO DE CADA MES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           DISPLAY "MES DE CUMPLEANOS (01-12, VACIO = MES ACTUAL): ".
           ACCEPT WS-MES-ALFA.
      *    EL MES SE ACEPTA CON O SIN CERO ADELANTE ("7" O "07");
      *    CUALQUIER OTRA COSA (O NADA) CAE AL MES ACTUAL.
           MOVE 0 TO WS-MES-CUMPLE.
           IF WS-MES-ALFA NOT = SPACES AND
              FUNCTION TRIM(WS-MES-ALFA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-MES-ALFA) TO WS-MES-CUMPLE
           END-IF.
           IF WS-MES-CUMPLE < 1 OR WS-MES-CUMPLE > 12
               MOVE WS-DATE-MM  TO WS-MES-CUMPLE
           END-IF.
           MOVE 0 TO WS-CUM-LISTADOS.
           MOVE SPACES TO SW-FIN-CUMPLE.
           SORT ORDEN-CUMPLE
               ON ASCENDING KEY SD-CUM-DD SD-CUM-APELLIDO
                       SD-CUM-NOMBRE
               INPUT PROCEDURE 751-CARGAR-CUMPLE
               OUTPUT PROCEDURE 752-SALIDA-CUMPLE.
           DISPLAY "LISTADO DE CUMPLEANOS DEL MES " WS-MES-CUMPLE
                   " GENERADO. EMPLEADOS: " WS-CUM-LISTADOS.

       751-CARGAR-CUMPLE.
           CLOSE EMPLEADO-MAESTRO.
           OPEN INPUT EMPLEADO-MAESTRO.
           PERFORM 753-RELEASE-SIG-CUMPLE
                   UNTIL NOT 88-FS-MAESTRO-YES.
           CLOSE EMPLEADO-MAESTRO.
           OPEN I-O EMPLEADO-MAESTRO.

       753-RELEASE-SIG-CUMPLE.
           READ EMPLEADO-MAESTRO NEXT RECORD.
           IF 88-FS-MAESTRO-YES AND 88-EMP-ACTIVO
               IF EMP-FECHA-MM-MAE = WS-MES-CUMPLE
                   MOVE EMP-FECHA-DD-MAE     TO SD-CUM-DD
                   MOVE EMP-APELLIDO-MAE     TO SD-CUM-APELLIDO
                   MOVE EMP-NOMBRE-MAE       TO SD-CUM-NOMBRE
                   MOVE EMP-FECHA-AAAA-MAE   TO SD-CUM-AAAA
                   RELEASE SD-REG-CUMPLE
               END-IF
           END-IF.

       752-SALIDA-CUMPLE.
           MOVE SPACES TO SW-FIN-CUMPLE.
           OPEN OUTPUT REPORTE-CUMPLE.
           IF 88-FS-CUMPLE-YES
               MOVE 1 TO WS-NUMERO-PAGINA-CUM
               PERFORM 756-IMPRIME-ENCABEZADO-CUM
               PERFORM 754-RETURN-SIG-CUMPLE
                       UNTIL SW-FIN-CUMPLE = 'S'
               CLOSE REPORTE-CUMPLE
           ELSE
               DISPLAY "NO SE PUDO ABRIR Personal-cumple.TXT. "
                       "LISTADO DE CUMPLEANOS NO GENERADO."
               PERFORM 755-VACIAR-CUMPLE UNTIL SW-FIN-CUMPLE = 'S'
           END-IF.

       754-RETURN-SIG-CUMPLE.
      *    LA EDAD QUE CUMPLE ES ANIO ACTUAL MENOS ANIO DE
      *    NACIMIENTO: VALE PARA TODO EL MES PEDIDO, HAYA PASADO O
      *    NO EL DIA EXACTO.
           RETURN ORDEN-CUMPLE
               AT END
                   MOVE 'S' TO SW-FIN-CUMPLE
               NOT AT END
                   MOVE SD-CUM-DD        TO WS-CUM-DET-DD
                   MOVE SD-CUM-APELLIDO  TO WS-CUM-DET-APELLIDO
                   MOVE SD-CUM-NOMBRE    TO WS-CUM-DET-NOMBRE
                   COMPUTE WS-CUM-DET-EDAD =
                           WS-DATE-AAAA - SD-CUM-AAAA
                   END-COMPUTE
                   WRITE REG-REPORTE-CUMPLE FROM WS-DETALLE-CUMPLE
                           AFTER ADVANCING 1
                   ADD 1 TO WS-CUM-LISTADOS
                   ADD 1 TO WS-LINEAS-PAGINA-CUM
                   IF WS-LINEAS-PAGINA-CUM >= WS-MAX-LINEAS-PAGINA
                       ADD 1 TO WS-NUMERO-PAGINA-CUM
                       PERFORM 756-IMPRIME-ENCABEZADO-CUM
                   END-IF
           END-RETURN.

       755-VACIAR-CUMPLE.
           RETURN ORDEN-CUMPLE
               AT END
                   MOVE 'S' TO SW-FIN-CUMPLE
               NOT AT END
                   CONTINUE
           END-RETURN.

       756-IMPRIME-ENCABEZADO-CUM.
           MOVE WS-MES-CUMPLE TO TIT-CUM-MES.
           WRITE REG-REPORTE-CUMPLE FROM WS-TITULO-CUMPLE
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-CUM   TO TIT-2-PAGINA
           WRITE REG-REPORTE-CUMPLE FROM WS-TITULO-2
                   AFTER ADVANCING 1
           WRITE REG-REPORTE-CUMPLE FROM WS-GUIONES
                   AFTER ADVANCING 1
           WRITE REG-REPORTE-CUMPLE FROM WS-SUB-TIT-CUMPLE
                   AFTER ADVANCING 1
           WRITE REG-REPORTE-CUMPLE FROM WS-GUIONES
                   AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA-CUM.

       770-MANTENER-AUSENCIAS.
      *    REGISTRO DE LICENCIAS Y AUSENCIAS POR EMPLEADO (VACACIONES,
      *    ENFERMEDAD, ESTUDIO, SIN GOCE, ETC.) Y SALDO DE VACACIONES
      *    DEL PERIODO. EL ALTA Y LA BAJA SON DEL PERFIL DE
      *    ACTUALIZACION; LA CONSULTA Y EL SALDO QUEDAN PARA TODOS.
           IF SW-LICENCIAS-ABIERTO NOT = 'S'
               DISPLAY "EL REGISTRO DE AUSENCIAS NO ESTA DISPONIBLE "
                       "EN ESTA SESION."
           ELSE
               MOVE ' ' TO WS-AUS-OPCION
               PERFORM 771-MENU-AUSENCIAS UNTIL 88-AUSOP-FIN
           END-IF.

       771-MENU-AUSENCIAS.
           DISPLAY " ".
           DISPLAY "AUSENCIAS: (A)lta  (B)aja  (C)onsulta por ID  "
                   "(S)aldo de vacaciones  (F)in: ".
           ACCEPT WS-AUS-OPCION.
           EVALUATE TRUE
               WHEN 88-AUSOP-ALTA
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 772-ALTA-AUSENCIA
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-AUSOP-BAJA
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 774-BAJA-AUSENCIA
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-AUSOP-CONSULTA
                   PERFORM 775-CONSULTA-AUSENCIAS
               WHEN 88-AUSOP-SALDO
                   PERFORM 776-SALDO-VACACIONES
               WHEN 88-AUSOP-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.

       772-ALTA-AUSENCIA.
      *    SOLO PARA EMPLEADOS ACTIVOS. LOS DIAS SON CORRIDOS, DE LA
      *    FECHA DE INICIO A LA DE FIN INCLUSIVE (ASI SE CUENTAN LAS
      *    VACACIONES EN LA LCT). UNA AUSENCIA QUE SE SUPERPONE CON
      *    OTRA VIGENTE DEL MISMO EMPLEADO SE RECHAZA: HAY QUE DAR DE
      *    BAJA LA ANTERIOR O CORREGIR LAS FECHAS.
           DISPLAY "INGRESE EL ID DEL EMPLEADO: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.

           IF 88-FS-MAESTRO-YES
               IF 88-EMP-BAJA
                   DISPLAY "EL EMPLEADO ESTA DADO DE BAJA: NO SE "
                           "REGISTRAN AUSENCIAS."
               ELSE
                   DISPLAY "EMPLEADO: " EMP-APELLIDO-MAE " "
                           EMP-NOMBRE-MAE
                   MOVE 'N' TO SW-AUS-TIPO-OK
                   PERFORM 772-3-PEDIR-TIPO-AUS
                           UNTIL SW-AUS-TIPO-OK = 'S'
                   MOVE 'N' TO SW-AUS-FECHA-OK
                   PERFORM 772-5-PEDIR-DESDE-AUS
                           UNTIL SW-AUS-FECHA-OK = 'S'
                   MOVE 'N' TO SW-AUS-FECHA-OK
                   PERFORM 772-6-PEDIR-HASTA-AUS
                           UNTIL SW-AUS-FECHA-OK = 'S'
                   IF WS-AUS-TIPO-IN = 'V'
                       MOVE 'N' TO SW-AUS-PERIODO-OK
                       PERFORM 772-7-PEDIR-PERIODO-AUS
                               UNTIL SW-AUS-PERIODO-OK = 'S'
                   ELSE
                       MOVE 0 TO WS-AUS-PERIODO
                   END-IF
                   DISPLAY "OBSERVACION (OPCIONAL): "
                   ACCEPT WS-AUS-OBS
                   PERFORM 773-CHEQUEAR-SUPERPOSICION
                   IF SW-AUS-SUPERPUESTA = 'S'
                       DISPLAY "SE SUPERPONE CON LA AUSENCIA DEL "
                               WS-AUS-CHOQUE-DESDE " AL "
                               WS-AUS-CHOQUE-HASTA
                               ". AUSENCIA NO REGISTRADA."
                   ELSE
                       PERFORM 772-8-GRABAR-AUSENCIA
                   END-IF
               END-IF
           END-IF.

       772-3-PEDIR-TIPO-AUS.
           DISPLAY "TIPO: (V)ACACIONES (E)NFERMEDAD E(S)TUDIO "
                   "SIN (G)OCE (M)ATERNIDAD (O)TRA: ".
           ACCEPT WS-AUS-TIPO-IN.
           INSPECT WS-AUS-TIPO-IN
                   CONVERTING "vesgmo" TO "VESGMO".
           IF WS-AUS-TIPO-IN = 'V' OR WS-AUS-TIPO-IN = 'E' OR
              WS-AUS-TIPO-IN = 'S' OR WS-AUS-TIPO-IN = 'G' OR
              WS-AUS-TIPO-IN = 'M' OR WS-AUS-TIPO-IN = 'O'
               MOVE 'S' TO SW-AUS-TIPO-OK
           ELSE
               DISPLAY "TIPO INVALIDO. REINGRESE."
           END-IF.

       772-5-PEDIR-DESDE-AUS.
           DISPLAY "FECHA DE INICIO (AAAAMMDD): ".
           ACCEPT WS-CORTE-ALFA.
           PERFORM 772-9-VALIDAR-FECHA-AUS.
           IF SW-AUS-FECHA-OK = 'S'
               MOVE WS-CORTE-FECHA TO WS-AUS-DESDE
           END-IF.

       772-6-PEDIR-HASTA-AUS.
           DISPLAY "FECHA DE FIN (AAAAMMDD): ".
           ACCEPT WS-CORTE-ALFA.
           PERFORM 772-9-VALIDAR-FECHA-AUS.
           IF SW-AUS-FECHA-OK = 'S'
               IF WS-CORTE-FECHA < WS-AUS-DESDE
                   DISPLAY "LA FECHA DE FIN NO PUEDE SER ANTERIOR "
                           "A LA DE INICIO. REINGRESE."
                   MOVE 'N' TO SW-AUS-FECHA-OK
               ELSE
                   MOVE WS-CORTE-FECHA TO WS-AUS-HASTA
                   COMPUTE WS-AUS-DIAS-CALC =
                           FUNCTION INTEGER-OF-DATE(WS-AUS-HASTA) -
                           FUNCTION INTEGER-OF-DATE(WS-AUS-DESDE) + 1
                   END-COMPUTE
                   IF WS-AUS-DIAS-CALC > 999
                       DISPLAY "UNA AUSENCIA NO PUEDE PASAR DE 999 "
                               "DIAS. REINGRESE."
                       MOVE 'N' TO SW-AUS-FECHA-OK
                   ELSE
                       MOVE WS-AUS-DIAS-CALC TO WS-AUS-DIAS
                       DISPLAY "DIAS CORRIDOS: " WS-AUS-DIAS
                   END-IF
               END-IF
           END-IF.

       772-7-PEDIR-PERIODO-AUS.
      *    POR DEFECTO EL PERIODO ES EL ANIO DE LA FECHA DE INICIO.
           DISPLAY "PERIODO VACACIONAL (AAAA, ENTER = ANIO DE "
                   "INICIO): ".
           ACCEPT WS-AUS-PERIODO-ALFA.
           IF WS-AUS-PERIODO-ALFA = SPACES
               MOVE WS-AUS-DESDE TO WS-CORTE-FECHA
               MOVE WS-CORTE-AAAA TO WS-AUS-PERIODO
               MOVE 'S' TO SW-AUS-PERIODO-OK
           ELSE
               IF WS-AUS-PERIODO-ALFA IS NUMERIC AND
                  WS-AUS-PERIODO-ALFA > "1900"
                   MOVE WS-AUS-PERIODO-ALFA TO WS-AUS-PERIODO
                   MOVE 'S' TO SW-AUS-PERIODO-OK
               ELSE
                   DISPLAY "PERIODO INVALIDO. REINGRESE."
               END-IF
           END-IF.

       772-8-GRABAR-AUSENCIA.
      *    SI YA HAY UNA AUSENCIA CON LA MISMA FECHA DE INICIO PERO
      *    DADA DE BAJA, LA NUEVA OCUPA SU LUGAR (UNA VIGENTE YA LA
      *    HABRIA RECHAZADO 773 POR SUPERPOSICION).
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE SPACES            TO REG-LICENCIA.
           MOVE WS-EMP-ID-BUSCADO TO LIC-EMP-ID.
           MOVE WS-AUS-DESDE      TO LIC-FECHA-DESDE.
           MOVE WS-AUS-TIPO-IN    TO LIC-TIPO.
           MOVE WS-AUS-HASTA      TO LIC-FECHA-HASTA.
           MOVE WS-AUS-DIAS       TO LIC-DIAS.
           MOVE 'A'               TO LIC-ESTADO.
           MOVE WS-AUS-PERIODO    TO LIC-PERIODO.
           MOVE WS-AUS-OBS        TO LIC-OBSERVACION.
           MOVE WS-USUARIO        TO LIC-USUARIO.
           MOVE WS-SYS-FECHA      TO LIC-FECHA-CARGA.
           WRITE REG-LICENCIA
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF 88-FS-LICENCIAS-YES
               DISPLAY "AUSENCIA REGISTRADA: " WS-AUS-DIAS " DIAS."
           ELSE
               IF 88-FS-LICENCIAS-DUP
                   MOVE REG-LICENCIA TO WS-AUS-REG-NUEVO
                   READ LICENCIAS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF 88-FS-LICENCIAS-YES AND 88-LIC-ANULADA
                       MOVE WS-AUS-REG-NUEVO TO REG-LICENCIA
                       REWRITE REG-LICENCIA
                       IF 88-FS-LICENCIAS-YES
                           DISPLAY "AUSENCIA REGISTRADA: "
                                   WS-AUS-DIAS " DIAS."
                       ELSE
                           DISPLAY "ERROR AL GRABAR LA AUSENCIA. "
                                   "FS: " FS-LICENCIAS
                       END-IF
                   ELSE
                       DISPLAY "YA HAY UNA AUSENCIA DEL EMPLEADO QUE "
                               "EMPIEZA ESE DIA."
                   END-IF
               ELSE
                   DISPLAY "ERROR AL GRABAR LA AUSENCIA. FS: "
                           FS-LICENCIAS
               END-IF
           END-IF.

       772-9-VALIDAR-FECHA-AUS.
      *    LA FECHA TIENE QUE EXISTIR EN EL CALENDARIO (NO 31/04 NI
      *    29/02 DE UN ANIO NO BISIESTO) PORQUE DE ELLA SALEN LOS
      *    DIAS CORRIDOS.
           MOVE 'N' TO SW-AUS-FECHA-OK.
           IF WS-CORTE-ALFA IS NUMERIC
               MOVE WS-CORTE-ALFA TO WS-CORTE-FECHA
               IF WS-CORTE-AAAA > 1900 AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-CORTE-FECHA) = 0
                   MOVE 'S' TO SW-AUS-FECHA-OK
               ELSE
                   DISPLAY "FECHA INEXISTENTE. REINGRESE."
               END-IF
           ELSE
               DISPLAY "FECHA INVALIDA, DEBE SER AAAAMMDD. "
                       "REINGRESE."
           END-IF.

       773-CHEQUEAR-SUPERPOSICION.
      *    DOS AUSENCIAS SE SUPERPONEN SI CADA UNA EMPIEZA ANTES DE
      *    QUE TERMINE LA OTRA. SE RECORREN LAS DEL EMPLEADO DESDE EL
      *    PRINCIPIO DE SU CLAVE; LAS DADAS DE BAJA NO CUENTAN.
           MOVE 'N' TO SW-AUS-SUPERPUESTA.
           MOVE 'N' TO SW-FIN-AUS-EMP.
           MOVE WS-EMP-ID-BUSCADO TO LIC-EMP-ID.
           MOVE 0                 TO LIC-FECHA-DESDE.
           START LICENCIAS KEY IS NOT LESS THAN LIC-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-LICENCIAS-YES
               PERFORM 773-5-COMPARAR-SIG-AUS
                       UNTIL NOT 88-FS-LICENCIAS-YES
                          OR SW-FIN-AUS-EMP = 'S'
                          OR SW-AUS-SUPERPUESTA = 'S'
           END-IF.

       773-5-COMPARAR-SIG-AUS.
           READ LICENCIAS NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-LICENCIAS-YES
               IF LIC-EMP-ID NOT = WS-EMP-ID-BUSCADO
                   MOVE 'S' TO SW-FIN-AUS-EMP
               ELSE
                   IF 88-LIC-VIGENTE AND
                      LIC-FECHA-DESDE NOT > WS-AUS-HASTA AND
                      WS-AUS-DESDE NOT > LIC-FECHA-HASTA
                       MOVE 'S'             TO SW-AUS-SUPERPUESTA
                       MOVE LIC-FECHA-DESDE TO WS-AUS-CHOQUE-DESDE
                       MOVE LIC-FECHA-HASTA TO WS-AUS-CHOQUE-HASTA
                   END-IF
               END-IF
           END-IF.

       774-BAJA-AUSENCIA.
      *    BAJA LOGICA DE UNA AUSENCIA MAL CARGADA: QUEDA EN EL
      *    ARCHIVO CON ESTADO 'X' Y DEJA DE CONTAR EN EL SALDO Y EN
      *    EL CONTROL DE SUPERPOSICION.
           DISPLAY "INGRESE EL ID DEL EMPLEADO: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE 'N' TO SW-AUS-FECHA-OK.
           PERFORM 772-5-PEDIR-DESDE-AUS UNTIL SW-AUS-FECHA-OK = 'S'.
           MOVE WS-EMP-ID-BUSCADO TO LIC-EMP-ID.
           MOVE WS-AUS-DESDE      TO LIC-FECHA-DESDE.
           READ LICENCIAS
               INVALID KEY
                   DISPLAY "NO HAY UNA AUSENCIA DEL EMPLEADO QUE "
                           "EMPIECE EN ESA FECHA."
           END-READ.
           IF 88-FS-LICENCIAS-YES
               IF 88-LIC-ANULADA
                   DISPLAY "LA AUSENCIA YA ESTA DADA DE BAJA."
               ELSE
                   MOVE 'X' TO LIC-ESTADO
                   REWRITE REG-LICENCIA
                   IF 88-FS-LICENCIAS-YES
                       DISPLAY "AUSENCIA DADA DE BAJA."
                   ELSE
                       DISPLAY "ERROR AL DAR DE BAJA. FS: "
                               FS-LICENCIAS
                   END-IF
               END-IF
           END-IF.

       775-CONSULTA-AUSENCIAS.
      *    AUSENCIAS VIGENTES DE UN EMPLEADO EN ORDEN DE FECHA, Y EL
      *    SALDO DE VACACIONES DEL PERIODO EN CURSO.
           DISPLAY "INGRESE EL ID DEL EMPLEADO A CONSULTAR: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.
           IF 88-FS-MAESTRO-YES
               DISPLAY "EMPLEADO: " EMP-APELLIDO-MAE " "
                       EMP-NOMBRE-MAE
               MOVE 0   TO WS-AUS-LISTADAS
               MOVE 'N' TO SW-FIN-AUS-EMP
               MOVE WS-EMP-ID-BUSCADO TO LIC-EMP-ID
               MOVE 0                 TO LIC-FECHA-DESDE
               START LICENCIAS KEY IS NOT LESS THAN LIC-CLAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF 88-FS-LICENCIAS-YES
                   PERFORM 775-5-MOSTRAR-SIG-AUS
                           UNTIL NOT 88-FS-LICENCIAS-YES
                              OR SW-FIN-AUS-EMP = 'S'
               END-IF
               IF WS-AUS-LISTADAS = 0
                   DISPLAY "EL EMPLEADO NO TIENE AUSENCIAS "
                           "REGISTRADAS."
               END-IF
               IF EMP-FECHA-ING-AAAA-MAE > 0
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-DATE-AAAA TO WS-VAC-PERIODO
                   PERFORM 777-CALC-SALDO-VAC
                   MOVE WS-VAC-SALDO TO WS-VAC-SALDO-ED
                   DISPLAY "VACACIONES " WS-VAC-PERIODO
                           ": CORRESPONDEN " WS-VAC-CORRESP
                           "  TOMADAS " WS-VAC-TOMADOS
                           "  SALDO " WS-VAC-SALDO-ED
               END-IF
           END-IF.

       775-5-MOSTRAR-SIG-AUS.
           READ LICENCIAS NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-LICENCIAS-YES
               IF LIC-EMP-ID NOT = WS-EMP-ID-BUSCADO
                   MOVE 'S' TO SW-FIN-AUS-EMP
               ELSE
                   IF 88-LIC-VIGENTE
                       ADD 1 TO WS-AUS-LISTADAS
                       PERFORM 775-7-DESC-TIPO-AUS
                       IF 88-LIC-VACACIONES
                           DISPLAY LIC-FECHA-DESDE " A "
                                   LIC-FECHA-HASTA "  " LIC-DIAS
                                   " DIAS  " WS-AUS-TIPO-DESC
                                   " " LIC-PERIODO "  "
                                   LIC-OBSERVACION
                       ELSE
                           DISPLAY LIC-FECHA-DESDE " A "
                                   LIC-FECHA-HASTA "  " LIC-DIAS
                                   " DIAS  " WS-AUS-TIPO-DESC
                                   "  " LIC-OBSERVACION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       775-7-DESC-TIPO-AUS.
           EVALUATE TRUE
               WHEN 88-LIC-VACACIONES
                   MOVE "VACACIONES"  TO WS-AUS-TIPO-DESC
               WHEN 88-LIC-ENFERMEDAD
                   MOVE "ENFERMEDAD"  TO WS-AUS-TIPO-DESC
               WHEN 88-LIC-ESTUDIO
                   MOVE "ESTUDIO"     TO WS-AUS-TIPO-DESC
               WHEN 88-LIC-SIN-GOCE
                   MOVE "SIN GOCE"    TO WS-AUS-TIPO-DESC
               WHEN 88-LIC-MATERNIDAD
                   MOVE "MATERNIDAD"  TO WS-AUS-TIPO-DESC
               WHEN OTHER
                   MOVE "OTRA"        TO WS-AUS-TIPO-DESC
           END-EVALUATE.

       776-SALDO-VACACIONES.
      *    INFORME PARA RH: POR CADA EMPLEADO ACTIVO, DIAS DE
      *    VACACIONES QUE LE CORRESPONDEN EN EL PERIODO (BANDA DE LA
      *    LCT SEGUN SU ANTIGUEDAD AL 31/12), DIAS TOMADOS SEGUN LAS
      *    AUSENCIAS DE TIPO VACACIONES IMPUTADAS A ESE PERIODO Y
      *    SALDO, CON SUBTOTALES POR SECTOR. LOS INGRESADOS DESPUES
      *    DEL PERIODO Y LOS QUE TIENEN FECHA DE INGRESO EN CEROS NO
      *    SE LISTAN, IGUAL QUE EN EL INFORME DE ANTIGUEDAD (610).
           MOVE 'N' TO SW-AUS-PERIODO-OK.
           PERFORM 776-1-PEDIR-PERIODO-VAC
                   UNTIL SW-AUS-PERIODO-OK = 'S'.
           MOVE WS-VAC-PERIODO TO TIT-VAC-PERIODO.
           MOVE 0 TO WS-VAC-LISTADOS.
           MOVE 0 TO WS-VAC-TOT-CORRESP.
           MOVE 0 TO WS-VAC-TOT-TOMADOS.
           MOVE 0 TO WS-VAC-TOT-SALDO.
           OPEN OUTPUT VACACIONES-REP.
           IF 88-FS-VACAC-YES
               MOVE 1 TO WS-NUMERO-PAGINA-VAC
               PERFORM 776-9-ENCABEZADO-VAC
               SORT ORDEN-VACAC
                   ON ASCENDING KEY SD-VAC-SECTOR SD-VAC-APELLIDO
                           SD-VAC-NOMBRE
                   INPUT PROCEDURE 776-3-CARGAR-VACAC
                   OUTPUT PROCEDURE 776-5-SALIDA-VACAC
               WRITE REG-VACACIONES FROM WS-GUIONES
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-VAC
               MOVE WS-VAC-TOT-SALDO TO WS-SUB-VAC-SALDO
               STRING " TOTAL EMPLEADOS: " WS-VAC-LISTADOS
                      "  CORRESP: " WS-VAC-TOT-CORRESP
                      "  TOMADOS: " WS-VAC-TOT-TOMADOS
                      "  SALDO: " WS-SUB-VAC-SALDO
                       DELIMITED BY SIZE INTO WS-LINEA-VAC
               END-STRING
               WRITE REG-VACACIONES FROM WS-LINEA-VAC
                       AFTER ADVANCING 1
               CLOSE VACACIONES-REP
               DISPLAY "SALDO DE VACACIONES GENERADO EN "
                       "Vacaciones-saldo.TXT. EMPLEADOS: "
                       WS-VAC-LISTADOS
           ELSE
               DISPLAY "NO SE PUDO ABRIR Vacaciones-saldo.TXT. "
                       "INFORME NO GENERADO. FS: " FS-VACAC
           END-IF.

       776-1-PEDIR-PERIODO-VAC.
           DISPLAY "PERIODO VACACIONAL (AAAA, ENTER = ANIO EN "
                   "CURSO): ".
           ACCEPT WS-AUS-PERIODO-ALFA.
           IF WS-AUS-PERIODO-ALFA = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-DATE-AAAA TO WS-VAC-PERIODO
               MOVE 'S' TO SW-AUS-PERIODO-OK
           ELSE
               IF WS-AUS-PERIODO-ALFA IS NUMERIC AND
                  WS-AUS-PERIODO-ALFA > "1900"
                   MOVE WS-AUS-PERIODO-ALFA TO WS-VAC-PERIODO
                   MOVE 'S' TO SW-AUS-PERIODO-OK
               ELSE
                   DISPLAY "PERIODO INVALIDO. REINGRESE."
               END-IF
           END-IF.

       776-3-CARGAR-VACAC.
           CLOSE EMPLEADO-MAESTRO.
           OPEN INPUT EMPLEADO-MAESTRO.
           PERFORM 776-4-RELEASE-SIG-VACAC
                   UNTIL NOT 88-FS-MAESTRO-YES.
           CLOSE EMPLEADO-MAESTRO.
           OPEN I-O EMPLEADO-MAESTRO.

       776-4-RELEASE-SIG-VACAC.
           READ EMPLEADO-MAESTRO NEXT RECORD.
           IF 88-FS-MAESTRO-YES AND 88-EMP-ACTIVO
               IF EMP-FECHA-ING-AAAA-MAE > 0 AND
                  EMP-FECHA-ING-AAAA-MAE NOT > WS-VAC-PERIODO
                   MOVE EMP-ID-MAE TO WS-EMP-ID-BUSCADO
                   PERFORM 777-CALC-SALDO-VAC
                   MOVE EMP-SECTOR-MAE   TO SD-VAC-SECTOR
                   MOVE EMP-APELLIDO-MAE TO SD-VAC-APELLIDO
                   MOVE EMP-NOMBRE-MAE   TO SD-VAC-NOMBRE
                   MOVE WS-ANT-ANIOS     TO SD-VAC-ANIOS
                   MOVE WS-VAC-CORRESP   TO SD-VAC-CORRESP
                   MOVE WS-VAC-TOMADOS   TO SD-VAC-TOMADOS
                   RELEASE SD-REG-VACAC
               END-IF
           END-IF.

       776-5-SALIDA-VACAC.
           MOVE SPACES TO SW-FIN-VACAC.
           MOVE 'N' TO SW-HAY-SECTOR-VAC.
           MOVE SPACES TO WS-VAC-SECTOR-ANT.
           MOVE 0 TO WS-VAC-SEC-CORRESP.
           MOVE 0 TO WS-VAC-SEC-TOMADOS.
           MOVE 0 TO WS-VAC-SEC-SALDO.
           PERFORM 776-6-RETURN-SIG-VACAC UNTIL SW-FIN-VACAC = 'S'.
           IF SW-HAY-SECTOR-VAC = 'S'
               PERFORM 776-7-SUBTOTAL-VACAC
           END-IF.

       776-6-RETURN-SIG-VACAC.
      *    CORTE DE CONTROL POR SECTOR, COMO EN 614.
           RETURN ORDEN-VACAC
               AT END
                   MOVE 'S' TO SW-FIN-VACAC
               NOT AT END
                   IF SW-HAY-SECTOR-VAC = 'S' AND
                      SD-VAC-SECTOR NOT = WS-VAC-SECTOR-ANT
                       PERFORM 776-7-SUBTOTAL-VACAC
                   END-IF
                   MOVE 'S' TO SW-HAY-SECTOR-VAC
                   MOVE SD-VAC-SECTOR    TO WS-VAC-SECTOR-ANT
                   COMPUTE WS-VAC-SALDO =
                           SD-VAC-CORRESP - SD-VAC-TOMADOS
                   END-COMPUTE
                   MOVE SD-VAC-SECTOR    TO WS-VAC-DET-SECTOR
                   MOVE SD-VAC-APELLIDO  TO WS-VAC-DET-APELLIDO
                   MOVE SD-VAC-NOMBRE    TO WS-VAC-DET-NOMBRE
                   MOVE SD-VAC-ANIOS     TO WS-VAC-DET-ANIOS
                   MOVE SD-VAC-CORRESP   TO WS-VAC-DET-CORRESP
                   MOVE SD-VAC-TOMADOS   TO WS-VAC-DET-TOMADOS
                   MOVE WS-VAC-SALDO     TO WS-VAC-DET-SALDO
                   WRITE REG-VACACIONES FROM WS-DETALLE-VAC
                           AFTER ADVANCING 1
                   ADD 1 TO WS-VAC-LISTADOS
                   ADD SD-VAC-CORRESP TO WS-VAC-SEC-CORRESP
                   ADD SD-VAC-TOMADOS TO WS-VAC-SEC-TOMADOS
                   ADD WS-VAC-SALDO   TO WS-VAC-SEC-SALDO
                   ADD SD-VAC-CORRESP TO WS-VAC-TOT-CORRESP
                   ADD SD-VAC-TOMADOS TO WS-VAC-TOT-TOMADOS
                   ADD WS-VAC-SALDO   TO WS-VAC-TOT-SALDO
                   ADD 1 TO WS-LINEAS-PAGINA-VAC
                   IF WS-LINEAS-PAGINA-VAC >= WS-MAX-LINEAS-PAGINA
                       ADD 1 TO WS-NUMERO-PAGINA-VAC
                       PERFORM 776-9-ENCABEZADO-VAC
                   END-IF
           END-RETURN.

       776-7-SUBTOTAL-VACAC.
           MOVE WS-VAC-SECTOR-ANT  TO WS-SUB-VAC-SECTOR.
           MOVE WS-VAC-SEC-CORRESP TO WS-SUB-VAC-CORRESP.
           MOVE WS-VAC-SEC-TOMADOS TO WS-SUB-VAC-TOMADOS.
           MOVE WS-VAC-SEC-SALDO   TO WS-SUB-VAC-SALDO.
           WRITE REG-VACACIONES FROM WS-SUBTOT-VAC
                   AFTER ADVANCING 1.
           ADD 1 TO WS-LINEAS-PAGINA-VAC.
           MOVE 0 TO WS-VAC-SEC-CORRESP.
           MOVE 0 TO WS-VAC-SEC-TOMADOS.
           MOVE 0 TO WS-VAC-SEC-SALDO.
           IF WS-LINEAS-PAGINA-VAC >= WS-MAX-LINEAS-PAGINA
               ADD 1 TO WS-NUMERO-PAGINA-VAC
               PERFORM 776-9-ENCABEZADO-VAC
           END-IF.

       776-9-ENCABEZADO-VAC.
           WRITE REG-VACACIONES FROM WS-TITULO-VAC
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-VAC   TO TIT-2-PAGINA
           WRITE REG-VACACIONES FROM WS-TITULO-2
                   AFTER ADVANCING 1
           WRITE REG-VACACIONES FROM WS-GUIONES
                   AFTER ADVANCING 1
           WRITE REG-VACACIONES FROM WS-SUB-TIT-VAC
                   AFTER ADVANCING 1
           WRITE REG-VACACIONES FROM WS-GUIONES
                   AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA-VAC.

       777-CALC-SALDO-VAC.
      *    PARA EL EMPLEADO EN REG-EMPLEADO-MAESTRO Y EL PERIODO
      *    WS-VAC-PERIODO: DIAS QUE CORRESPONDEN (619 AL 31/12 DEL
      *    PERIODO), DIAS TOMADOS Y SALDO. DEJA WS-CURRENT-DATE EN
      *    EL 31/12 DEL PERIODO: LOS ENCABEZADOS LA VUELVEN A TOMAR.
           MOVE WS-VAC-PERIODO TO WS-DATE-AAAA.
           MOVE 12             TO WS-DATE-MM.
           MOVE 31             TO WS-DATE-DD.
           PERFORM 619-CALC-ANTIGUEDAD.
           MOVE WS-ANT-DIAS TO WS-VAC-CORRESP.
           PERFORM 778-SUMAR-TOMADOS.
           COMPUTE WS-VAC-SALDO = WS-VAC-CORRESP - WS-VAC-TOMADOS
           END-COMPUTE.

       778-SUMAR-TOMADOS.
      *    DIAS DE LAS AUSENCIAS VIGENTES DE TIPO VACACIONES DEL
      *    EMPLEADO WS-EMP-ID-BUSCADO IMPUTADAS AL PERIODO.
           MOVE 0   TO WS-VAC-TOMADOS.
           MOVE 'N' TO SW-FIN-AUS-EMP.
           MOVE WS-EMP-ID-BUSCADO TO LIC-EMP-ID.
           MOVE 0                 TO LIC-FECHA-DESDE.
           START LICENCIAS KEY IS NOT LESS THAN LIC-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-LICENCIAS-YES
               PERFORM 778-5-SUMAR-SIG-AUS
                       UNTIL NOT 88-FS-LICENCIAS-YES
                          OR SW-FIN-AUS-EMP = 'S'
           END-IF.

       778-5-SUMAR-SIG-AUS.
           READ LICENCIAS NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-LICENCIAS-YES
               IF LIC-EMP-ID NOT = WS-EMP-ID-BUSCADO
                   MOVE 'S' TO SW-FIN-AUS-EMP
               ELSE
                   IF 88-LIC-VIGENTE AND 88-LIC-VACACIONES AND
                      LIC-PERIODO = WS-VAC-PERIODO
                       ADD LIC-DIAS TO WS-VAC-TOMADOS
                   END-IF
               END-IF
           END-IF.

       780-CARGAS-DE-FAMILIA.
      *    FAMILIARES A CARGO DE CADA EMPLEADO (CONYUGE, HIJOS, ETC.)
      *    PARA ASIGNACIONES FAMILIARES Y OBRA SOCIAL. EL ALTA, EL
      *    CAMBIO Y LA BAJA SON DEL PERFIL DE ACTUALIZACION Y SE
      *    ASIENTAN EN EL DIARIO COMO EL MAESTRO; LA CONSULTA Y EL
      *    LISTADO DE HIJOS QUE CUMPLEN 18 QUEDAN PARA TODOS.
           IF SW-FAMILIARES-ABIERTO NOT = 'S'
               DISPLAY "LAS CARGAS DE FAMILIA NO ESTAN DISPONIBLES "
                       "EN ESTA SESION."
           ELSE
               MOVE ' ' TO WS-FAM-OPCION
               PERFORM 781-MENU-FAMILIA UNTIL 88-FAMOP-FIN
           END-IF.

       781-MENU-FAMILIA.
           DISPLAY " ".
           DISPLAY "GRUPO FAMILIAR: (A)lta  (C)ambio  (B)aja  "
                   "(I)nquiry por ID".
           DISPLAY "                (L)istado hijos que cumplen 18  "
                   "(F)in: ".
           ACCEPT WS-FAM-OPCION.
           EVALUATE TRUE
               WHEN 88-FAMOP-ALTA
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 782-ALTA-FAMILIAR
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-FAMOP-CAMBIO
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 783-CAMBIO-FAMILIAR
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-FAMOP-BAJA
                   IF 88-PERFIL-ACTUALIZA
                       PERFORM 784-BAJA-FAMILIAR
                   ELSE
                       PERFORM 120-OPCION-NO-HABILITADA
                   END-IF
               WHEN 88-FAMOP-CONSULTA
                   PERFORM 785-CONSULTA-FAMILIA
               WHEN 88-FAMOP-LISTADO
                   PERFORM 788-HIJOS-CUMPLEN-18
               WHEN 88-FAMOP-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.

       782-ALTA-FAMILIAR.
      *    SOLO PARA EMPLEADOS ACTIVOS. EL NUMERO DE ORDEN ES EL
      *    SIGUIENTE AL ULTIMO USADO POR EL EMPLEADO (AUNQUE ESTE DADO
      *    DE BAJA), PARA QUE EL DIARIO Y SUELDOS NUNCA VEAN DOS
      *    FAMILIARES DISTINTOS CON EL MISMO NUMERO.
           DISPLAY "INGRESE EL ID DEL EMPLEADO: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           MOVE WS-EMP-ID-BUSCADO TO EMP-ID-MAE.
           READ EMPLEADO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE UN EMPLEADO CON ESE ID."
           END-READ.

           IF 88-FS-MAESTRO-YES
               IF 88-EMP-BAJA
                   DISPLAY "EL EMPLEADO ESTA DADO DE BAJA: NO SE "
                           "REGISTRAN CARGAS DE FAMILIA."
               ELSE
                   DISPLAY "EMPLEADO: " EMP-APELLIDO-MAE " "
                           EMP-NOMBRE-MAE
                   PERFORM 787-5-ULTIMA-SECUENCIA
                   IF WS-FAM-ULT-SEC >= 99
                       DISPLAY "EL EMPLEADO YA USO LOS 99 NUMEROS DE "
                               "ORDEN DE CARGAS DE FAMILIA."
                   ELSE
                       MOVE SPACES            TO REG-FAMILIAR
                       MOVE WS-EMP-ID-BUSCADO TO FAM-EMP-ID
                       COMPUTE FAM-SECUENCIA = WS-FAM-ULT-SEC + 1
                       END-COMPUTE
                       PERFORM 786-PEDIR-DATOS-FAMILIAR
                       MOVE 'A'               TO FAM-ESTADO
                       MOVE WS-USUARIO        TO FAM-USUARIO
                       MOVE FUNCTION CURRENT-DATE
                               TO WS-FECHA-HORA-SYS
                       MOVE WS-SYS-FECHA      TO FAM-FECHA-ALTA
                       WRITE REG-FAMILIAR
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF 88-FS-FAMILIARES-YES
                           DISPLAY "FAMILIAR REGISTRADO CON NUMERO "
                                   "DE ORDEN " FAM-SECUENCIA "."
                           MOVE SPACES       TO WS-IMAGEN-ANTES
                           MOVE REG-FAMILIAR TO WS-IMAGEN-DESPUES
                           PERFORM 789-ASENTAR-FAMILIAR
                       ELSE
                           DISPLAY "ERROR AL GRABAR EL FAMILIAR. FS: "
                                   FS-FAMILIARES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       783-CAMBIO-FAMILIAR.
      *    SE VUELVEN A TIPEAR TODOS LOS DATOS, COMO EN EL CAMBIO DEL
      *    MAESTRO (520). EL NUMERO DE ORDEN NO CAMBIA.
           PERFORM 787-UBICAR-FAMILIAR.
           IF SW-FAM-HALLADO = 'S'
               MOVE REG-FAMILIAR TO WS-IMAGEN-ANTES
               PERFORM 786-PEDIR-DATOS-FAMILIAR
               REWRITE REG-FAMILIAR
               IF 88-FS-FAMILIARES-YES
                   DISPLAY "FAMILIAR MODIFICADO."
                   MOVE REG-FAMILIAR TO WS-IMAGEN-DESPUES
                   PERFORM 789-ASENTAR-FAMILIAR
               ELSE
                   DISPLAY "ERROR AL MODIFICAR EL FAMILIAR. FS: "
                           FS-FAMILIARES
               END-IF
           END-IF.

       784-BAJA-FAMILIAR.
      *    BAJA LOGICA: EL FAMILIAR QUEDA EN 'X' Y DEJA DE VIAJAR EN
      *    EL EXTRACTO DE SUELDOS.
           PERFORM 787-UBICAR-FAMILIAR.
           IF SW-FAM-HALLADO = 'S'
               MOVE REG-FAMILIAR TO WS-IMAGEN-ANTES
               MOVE 'X' TO FAM-ESTADO
               REWRITE REG-FAMILIAR
               IF 88-FS-FAMILIARES-YES
                   DISPLAY "FAMILIAR DADO DE BAJA."
                   MOVE REG-FAMILIAR TO WS-IMAGEN-DESPUES
                   PERFORM 789-ASENTAR-FAMILIAR
               ELSE
                   DISPLAY "ERROR AL DAR DE BAJA EL FAMILIAR. FS: "
                           FS-FAMILIARES
               END-IF
           END-IF.

       785-CONSULTA-FAMILIA.
           DISPLAY "INGRESE EL ID DEL EMPLEADO A CONSULTAR: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           PERFORM 785-3-LISTAR-FAMILIA.
           IF WS-FAM-LISTADOS = 0
               DISPLAY "EL EMPLEADO NO TIENE CARGAS DE FAMILIA "
                       "VIGENTES."
           ELSE
               DISPLAY "CARGAS DE FAMILIA VIGENTES: " WS-FAM-LISTADOS
           END-IF.

       785-3-LISTAR-FAMILIA.
      *    MUESTRA LOS FAMILIARES VIGENTES DE WS-EMP-ID-BUSCADO. LO
      *    USAN LA CONSULTA Y EL CAMBIO/BAJA, PARA ELEGIR EL NUMERO.
           MOVE 0   TO WS-FAM-LISTADOS.
           MOVE 'N' TO SW-FIN-FAM-EMP.
           MOVE WS-EMP-ID-BUSCADO TO FAM-EMP-ID.
           MOVE 0                 TO FAM-SECUENCIA.
           START FAMILIARES KEY IS NOT LESS THAN FAM-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-FAMILIARES-YES
               PERFORM 785-5-MOSTRAR-SIG-FAM
                       UNTIL NOT 88-FS-FAMILIARES-YES
                          OR SW-FIN-FAM-EMP = 'S'
           END-IF.

       785-5-MOSTRAR-SIG-FAM.
           READ FAMILIARES NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-FAMILIARES-YES
               IF FAM-EMP-ID NOT = WS-EMP-ID-BUSCADO
                   MOVE 'S' TO SW-FIN-FAM-EMP
               ELSE
                   IF 88-FAM-VIGENTE
                       ADD 1 TO WS-FAM-LISTADOS
                       PERFORM 785-7-DESC-PARENTESCO
                       MOVE FAM-FECHA-NAC TO WS-FAM-FECHA
                       DISPLAY FAM-SECUENCIA "  " WS-FAM-PAR-DESC " "
                               FAM-APELLIDO " " FAM-NOMBRE " "
                               FAM-TIPO-DOC "-" FAM-DOCUMENTO
                       DISPLAY "    NACIMIENTO: " WS-FAM-F-DD "/"
                               WS-FAM-F-MM "/" WS-FAM-F-AAAA
                               "  DISCAPACIDAD: " FAM-DISCAPACIDAD
                               "  ESCOLARIDAD: " FAM-ESCOLARIDAD
                   END-IF
               END-IF
           END-IF.

       785-7-DESC-PARENTESCO.
           EVALUATE TRUE
               WHEN 88-FAM-CONYUGE
                   MOVE "CONYUGE"     TO WS-FAM-PAR-DESC
               WHEN 88-FAM-CONVIVIENTE
                   MOVE "CONVIVIENTE" TO WS-FAM-PAR-DESC
               WHEN 88-FAM-HIJO
                   MOVE "HIJO/A"      TO WS-FAM-PAR-DESC
               WHEN 88-FAM-GUARDA
                   MOVE "EN GUARDA"   TO WS-FAM-PAR-DESC
               WHEN OTHER
                   MOVE "OTRO"        TO WS-FAM-PAR-DESC
           END-EVALUATE.

       786-PEDIR-DATOS-FAMILIAR.
      *    CARGA EN REG-FAMILIAR LOS DATOS TIPEADOS; LA CLAVE Y LOS
      *    DATOS DE CONTROL LOS PONE EL LLAMADOR.
           MOVE 'N' TO SW-FAM-DATO-OK.
           PERFORM 786-1-PEDIR-PARENTESCO UNTIL SW-FAM-DATO-OK = 'S'.
           DISPLAY "APELLIDO DEL FAMILIAR: ".
           ACCEPT FAM-APELLIDO.
           DISPLAY "NOMBRE DEL FAMILIAR: ".
           ACCEPT FAM-NOMBRE.
           MOVE 'N' TO SW-FAM-DATO-OK.
           PERFORM 786-3-PEDIR-DOCUMENTO UNTIL SW-FAM-DATO-OK = 'S'.
           MOVE 'N' TO SW-FAM-DATO-OK.
           PERFORM 786-5-PEDIR-NACIMIENTO UNTIL SW-FAM-DATO-OK = 'S'.
           MOVE 'N' TO SW-FAM-DATO-OK.
           PERFORM 786-7-PEDIR-DISCAPACIDAD
                   UNTIL SW-FAM-DATO-OK = 'S'.
           MOVE 'N' TO SW-FAM-DATO-OK.
           PERFORM 786-8-PEDIR-ESCOLARIDAD
                   UNTIL SW-FAM-DATO-OK = 'S'.

       786-1-PEDIR-PARENTESCO.
           DISPLAY "PARENTESCO: (C)ONYUGE  CONVIVIENTE (U)  "
                   "(H)IJO/A  EN (G)UARDA  (O)TRO: ".
           ACCEPT WS-FAM-PARENTESCO-IN.
           INSPECT WS-FAM-PARENTESCO-IN
                   CONVERTING "cuhgo" TO "CUHGO".
           IF WS-FAM-PARENTESCO-IN = 'C' OR
              WS-FAM-PARENTESCO-IN = 'U' OR
              WS-FAM-PARENTESCO-IN = 'H' OR
              WS-FAM-PARENTESCO-IN = 'G' OR
              WS-FAM-PARENTESCO-IN = 'O'
               MOVE WS-FAM-PARENTESCO-IN TO FAM-PARENTESCO
               MOVE 'S' TO SW-FAM-DATO-OK
           ELSE
               DISPLAY "PARENTESCO INVALIDO. REINGRESE."
           END-IF.

       786-3-PEDIR-DOCUMENTO.
      *    EL CUIL SE EXIGE DE 11 DIGITOS COMO EL DEL EMPLEADO (072)
      *    Y ADEMAS CON DIGITO VERIFICADOR CORRECTO (632-3); EL DNI,
      *    DE HASTA 8 DIGITOS.
           DISPLAY "TIPO DE DOCUMENTO (D=DNI / C=CUIL): ".
           ACCEPT WS-FAM-TIPO-DOC-IN.
           INSPECT WS-FAM-TIPO-DOC-IN CONVERTING "dc" TO "DC".
           EVALUATE WS-FAM-TIPO-DOC-IN
               WHEN 'D'
                   DISPLAY "NUMERO DE DNI: "
                   ACCEPT WS-FAM-DNI
                   IF WS-FAM-DNI > 0
                       MOVE 'D'        TO FAM-TIPO-DOC
                       MOVE WS-FAM-DNI TO FAM-DOCUMENTO
                       MOVE 'S' TO SW-FAM-DATO-OK
                   ELSE
                       DISPLAY "DNI INVALIDO. REINGRESE."
                   END-IF
               WHEN 'C'
                   DISPLAY "CUIL (11 DIGITOS, SIN GUIONES): "
                   ACCEPT WS-FAM-DOC-ALFA
                   IF WS-FAM-DOC-ALFA IS NUMERIC
                       MOVE WS-FAM-DOC-ALFA TO WS-CUIL-TRABAJO
                       PERFORM 632-3-CHEQUEAR-DV
                       IF SW-CUIL-VALIDO = 'S'
                           MOVE 'C'             TO FAM-TIPO-DOC
                           MOVE WS-FAM-DOC-ALFA TO FAM-DOCUMENTO
                           MOVE 'S' TO SW-FAM-DATO-OK
                       ELSE
                           DISPLAY "DIGITO VERIFICADOR DEL CUIL "
                                   "INCORRECTO. REINGRESE."
                       END-IF
                   ELSE
                       DISPLAY "CUIL INVALIDO, DEBEN SER 11 "
                               "DIGITOS. REINGRESE."
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO DE DOCUMENTO INVALIDO. REINGRESE."
           END-EVALUATE.

       786-5-PEDIR-NACIMIENTO.
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): ".
           ACCEPT WS-CORTE-ALFA.
           PERFORM 772-9-VALIDAR-FECHA-AUS.
           IF SW-AUS-FECHA-OK = 'S'
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               IF WS-CORTE-FECHA > WS-SYS-FECHA
                   DISPLAY "LA FECHA DE NACIMIENTO NO PUEDE SER "
                           "FUTURA. REINGRESE."
               ELSE
                   MOVE WS-CORTE-FECHA TO FAM-FECHA-NAC
                   MOVE 'S' TO SW-FAM-DATO-OK
               END-IF
           END-IF.

       786-7-PEDIR-DISCAPACIDAD.
           DISPLAY "TIENE CERTIFICADO DE DISCAPACIDAD (S/N): ".
           ACCEPT WS-FAM-RESP.
           INSPECT WS-FAM-RESP CONVERTING "sn" TO "SN".
           IF WS-FAM-RESP = 'S' OR WS-FAM-RESP = 'N'
               MOVE WS-FAM-RESP TO FAM-DISCAPACIDAD
               MOVE 'S' TO SW-FAM-DATO-OK
           ELSE
               DISPLAY "RESPONDA S O N."
           END-IF.

       786-8-PEDIR-ESCOLARIDAD.
           DISPLAY "CONCURRE A UN ESTABLECIMIENTO EDUCATIVO (S/N): ".
           ACCEPT WS-FAM-RESP.
           INSPECT WS-FAM-RESP CONVERTING "sn" TO "SN".
           IF WS-FAM-RESP = 'S' OR WS-FAM-RESP = 'N'
               MOVE WS-FAM-RESP TO FAM-ESCOLARIDAD
               MOVE 'S' TO SW-FAM-DATO-OK
           ELSE
               DISPLAY "RESPONDA S O N."
           END-IF.

       787-UBICAR-FAMILIAR.
      *    PIDE EMPLEADO Y NUMERO DE ORDEN Y DEJA EN REG-FAMILIAR EL
      *    FAMILIAR VIGENTE ELEGIDO (SW-FAM-HALLADO = 'S').
           MOVE 'N' TO SW-FAM-HALLADO.
           DISPLAY "INGRESE EL ID DEL EMPLEADO: ".
           ACCEPT WS-EMP-ID-BUSCADO.
           PERFORM 785-3-LISTAR-FAMILIA.
           IF WS-FAM-LISTADOS = 0
               DISPLAY "EL EMPLEADO NO TIENE CARGAS DE FAMILIA "
                       "VIGENTES."
           ELSE
               DISPLAY "NUMERO DE ORDEN DEL FAMILIAR: "
               ACCEPT WS-FAM-SEC-BUSCADA
               MOVE WS-EMP-ID-BUSCADO  TO FAM-EMP-ID
               MOVE WS-FAM-SEC-BUSCADA TO FAM-SECUENCIA
               READ FAMILIARES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF 88-FS-FAMILIARES-YES AND 88-FAM-VIGENTE
                   MOVE 'S' TO SW-FAM-HALLADO
               ELSE
                   DISPLAY "NO HAY UNA CARGA VIGENTE CON ESE NUMERO."
               END-IF
           END-IF.

       787-5-ULTIMA-SECUENCIA.
           MOVE 0   TO WS-FAM-ULT-SEC.
           MOVE 'N' TO SW-FIN-FAM-EMP.
           MOVE WS-EMP-ID-BUSCADO TO FAM-EMP-ID.
           MOVE 0                 TO FAM-SECUENCIA.
           START FAMILIARES KEY IS NOT LESS THAN FAM-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-FAMILIARES-YES
               PERFORM 787-7-LEER-SIG-SEC
                       UNTIL NOT 88-FS-FAMILIARES-YES
                          OR SW-FIN-FAM-EMP = 'S'
           END-IF.

       787-7-LEER-SIG-SEC.
           READ FAMILIARES NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-FAMILIARES-YES
               IF FAM-EMP-ID NOT = WS-EMP-ID-BUSCADO
                   MOVE 'S' TO SW-FIN-FAM-EMP
               ELSE
                   MOVE FAM-SECUENCIA TO WS-FAM-ULT-SEC
               END-IF
           END-IF.

       788-HIJOS-CUMPLEN-18.
      *    HIJOS Y MENORES EN GUARDA, VIGENTES Y DE EMPLEADOS ACTIVOS,
      *    QUE CUMPLEN 18 ANIOS ENTRE HOY Y LOS PROXIMOS N MESES, POR
      *    FECHA DE CUMPLEANIOS. ES CUANDO TERMINA LA ASIGNACION POR
      *    HIJO, SALVO DISCAPACIDAD, QUE SE MARCA EN OBSERVACION.
           MOVE 'N' TO SW-FAM-DATO-OK.
           PERFORM 788-1-PEDIR-MESES UNTIL SW-FAM-DATO-OK = 'S'.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE WS-SYS-FECHA TO WS-FAM-HOY.
           MOVE WS-SYS-FECHA TO WS-FAM-FECHA.
           COMPUTE WS-FAM-MES-ABS = WS-FAM-F-AAAA * 12 +
                                    WS-FAM-F-MM - 1 + WS-FAM-MESES
           END-COMPUTE.
           DIVIDE WS-FAM-MES-ABS BY 12 GIVING WS-FAM-F-AAAA
                   REMAINDER WS-FAM-F-MM.
           ADD 1 TO WS-FAM-F-MM.
           MOVE WS-FAM-FECHA  TO WS-FAM-LIMITE.
           MOVE WS-FAM-MESES  TO TIT-FAM-MESES.
           MOVE 0 TO WS-FAM-LISTADOS.
           OPEN OUTPUT FAMILIA-REP.
           IF 88-FS-FAM-REP-YES
               MOVE 1 TO WS-NUMERO-PAGINA-FAM
               PERFORM 788-9-ENCABEZADO-FAM
               SORT ORDEN-FAMILIA
                   ON ASCENDING KEY SD-FAM-FECHA-18 SD-FAM-LEGAJO
                   INPUT PROCEDURE 788-3-CARGAR-FAMILIA
                   OUTPUT PROCEDURE 788-5-SALIDA-FAMILIA
               WRITE REG-FAMILIA-REP FROM WS-GUIONES
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-FAM
               STRING " TOTAL DE HIJOS QUE CUMPLEN 18: "
                      WS-FAM-LISTADOS
                       DELIMITED BY SIZE INTO WS-LINEA-FAM
               END-STRING
               WRITE REG-FAMILIA-REP FROM WS-LINEA-FAM
                       AFTER ADVANCING 1
               CLOSE FAMILIA-REP
               DISPLAY "LISTADO GENERADO EN Hijos-18.TXT. HIJOS: "
                       WS-FAM-LISTADOS
           ELSE
               DISPLAY "NO SE PUDO ABRIR Hijos-18.TXT. "
                       "LISTADO NO GENERADO. FS: " FS-FAM-REP
           END-IF.

       788-1-PEDIR-MESES.
           DISPLAY "CANTIDAD DE MESES HACIA ADELANTE (1 A 24): ".
           ACCEPT WS-FAM-MESES.
           IF WS-FAM-MESES >= 1 AND WS-FAM-MESES <= 24
               MOVE 'S' TO SW-FAM-DATO-OK
           ELSE
               DISPLAY "CANTIDAD INVALIDA. REINGRESE."
           END-IF.

       788-3-CARGAR-FAMILIA.
           MOVE LOW-VALUES TO FAM-CLAVE.
           START FAMILIARES KEY IS NOT LESS THAN FAM-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-FAMILIARES-YES
               PERFORM 788-4-RELEASE-SIG-FAM
                       UNTIL NOT 88-FS-FAMILIARES-YES
           END-IF.

       788-4-RELEASE-SIG-FAM.
           READ FAMILIARES NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-FAMILIARES-YES AND 88-FAM-VIGENTE AND
              (88-FAM-HIJO OR 88-FAM-GUARDA)
               COMPUTE WS-FAM-FECHA-18 = FAM-FECHA-NAC + 180000
               END-COMPUTE
               IF WS-FAM-FECHA-18 >= WS-FAM-HOY AND
                  WS-FAM-FECHA-18 <= WS-FAM-LIMITE
                   MOVE FAM-EMP-ID TO EMP-ID-MAE
                   READ EMPLEADO-MAESTRO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF 88-FS-MAESTRO-YES AND 88-EMP-ACTIVO
                       MOVE WS-FAM-FECHA-18  TO SD-FAM-FECHA-18
                       MOVE EMP-LEGAJO-MAE   TO SD-FAM-LEGAJO
                       MOVE EMP-APELLIDO-MAE TO SD-FAM-EMP-APELLIDO
                       MOVE FAM-NOMBRE       TO SD-FAM-NOMBRE
                       MOVE FAM-APELLIDO     TO SD-FAM-APELLIDO
                       MOVE FAM-DISCAPACIDAD TO SD-FAM-DISCAPACIDAD
                       RELEASE SD-REG-FAMILIA
                   END-IF
               END-IF
           END-IF.

       788-5-SALIDA-FAMILIA.
           MOVE SPACES TO SW-FIN-FAMILIA.
           PERFORM 788-6-RETURN-SIG-FAM UNTIL SW-FIN-FAMILIA = 'S'.

       788-6-RETURN-SIG-FAM.
           RETURN ORDEN-FAMILIA
               AT END
                   MOVE 'S' TO SW-FIN-FAMILIA
               NOT AT END
                   MOVE SD-FAM-FECHA-18     TO WS-FAM-FECHA
                   MOVE WS-FAM-F-DD         TO FAM-DET-DD
                   MOVE WS-FAM-F-MM         TO FAM-DET-MM
                   MOVE WS-FAM-F-AAAA       TO FAM-DET-AAAA
                   MOVE SD-FAM-LEGAJO       TO WS-FAM-DET-LEGAJO
                   MOVE SD-FAM-EMP-APELLIDO TO WS-FAM-DET-EMPLEADO
                   MOVE SD-FAM-NOMBRE       TO WS-FAM-DET-NOMBRE
                   MOVE SD-FAM-APELLIDO     TO WS-FAM-DET-APELLIDO
                   IF SD-FAM-DISCAPACIDAD = 'S'
                       MOVE "SIGUE (DISCAP)" TO WS-FAM-DET-OBS
                   ELSE
                       MOVE SPACES           TO WS-FAM-DET-OBS
                   END-IF
                   WRITE REG-FAMILIA-REP FROM WS-DETALLE-FAM
                           AFTER ADVANCING 1
                   ADD 1 TO WS-FAM-LISTADOS
                   ADD 1 TO WS-LINEAS-PAGINA-FAM
                   IF WS-LINEAS-PAGINA-FAM >= WS-MAX-LINEAS-PAGINA
                       ADD 1 TO WS-NUMERO-PAGINA-FAM
                       PERFORM 788-9-ENCABEZADO-FAM
                   END-IF
           END-RETURN.

       788-9-ENCABEZADO-FAM.
           WRITE REG-FAMILIA-REP FROM WS-TITULO-FAM
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-FAM   TO TIT-2-PAGINA
           WRITE REG-FAMILIA-REP FROM WS-TITULO-2
                   AFTER ADVANCING 1
           WRITE REG-FAMILIA-REP FROM WS-GUIONES
                   AFTER ADVANCING 1
           WRITE REG-FAMILIA-REP FROM WS-SUB-TIT-FAM
                   AFTER ADVANCING 1
           WRITE REG-FAMILIA-REP FROM WS-GUIONES
                   AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA-FAM.

       789-ASENTAR-FAMILIAR.
      *    EL MOVIMIENTO DE CARGAS DE FAMILIA VA AL DIARIO COMO TIPO
      *    'F' DEL EMPLEADO TITULAR; LAS IMAGENES LAS DEJA EL
      *    LLAMADOR (EN BLANCO LA ANTERIOR SI ES UN ALTA).
           MOVE 'F'        TO WS-JRN-TIPO.
           MOVE FAM-EMP-ID TO WS-JRN-EMP-ID.
           PERFORM 090-GRABAR-DIARIO.

       800-PROCESAR-BATCH.
      *    MODO DESATENDIDO: LEE LAS ALTAS DESDE TRANS-FILE Y LAS
      *    PROCESA AUTOMATICAMENTE, SIN PREGUNTAR NADA POR PANTALLA.
      *    SI EL REGISTRO DE CONTROL QUEDO EN CURSO DE UNA CORRIDA
      *    ANTERIOR ABORTADA, SE RETOMA DESDE EL ULTIMO CHECKPOINT;
      *    AL TERMINAR SE EMITE EL INFORME DE CONTROL Y LAS
      *    TRANSACCIONES RECHAZADAS QUEDAN EN SU PROPIO ARCHIVO.
           PERFORM 820-LEER-CONTROL-BATCH.
           OPEN INPUT TRANS-FILE.
           IF 88-FS-TRANS-YES
               IF SW-REINICIO = 'S'
      *            EN UN REINICIO LOS RECHAZOS YA GRABADOS SE
      *            CONSERVAN Y SE SIGUE AGREGANDO AL FINAL.
                   OPEN EXTEND TRANS-RECHAZADAS
               ELSE
                   OPEN OUTPUT TRANS-RECHAZADAS
               END-IF
               IF NOT 88-FS-RECHAZO-YES
                   OPEN OUTPUT TRANS-RECHAZADAS
               END-IF
               MOVE SPACES TO SW-FIN-BATCH
               PERFORM 810-LEER-TRANSACCION UNTIL SW-FIN-BATCH = 'S'
               CLOSE TRANS-FILE
               CLOSE TRANS-RECHAZADAS
               PERFORM 840-FINALIZAR-CONTROL
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES."
           END-IF.

       820-LEER-CONTROL-BATCH.
      *    LEVANTA EL REGISTRO DE CONTROL DE LA CORRIDA ANTERIOR.
      *    ESTADO 'E' SIGNIFICA QUE ESA CORRIDA NO LLEGO AL FIN:
      *    SE RETOMAN SUS CONTADORES Y SE SALTEAN LAS TRANSACCIONES
      *    YA APLICADAS HASTA EL ULTIMO CHECKPOINT.
           MOVE 'N' TO SW-REINICIO.
           MOVE 0 TO WS-SALTAR.
           MOVE 0 TO WS-TRANS-NRO.
           MOVE 0 TO WS-TRANS-LEIDAS.
           MOVE 0 TO WS-TRANS-APLICADAS.
           MOVE 0 TO WS-TRANS-RECHAZADAS.
           MOVE 0 TO WS-DESDE-CHECKPOINT.
           OPEN INPUT CONTROL-BATCH.
           IF 88-FS-CONTROL-YES
               READ CONTROL-BATCH
                   AT END
                       CONTINUE
               END-READ
               IF 88-FS-CONTROL-YES AND 88-CTL-EN-CURSO
                   MOVE 'S' TO SW-REINICIO
                   MOVE CTL-ULT-TRANS   TO WS-SALTAR
                   MOVE CTL-LEIDAS      TO WS-TRANS-LEIDAS
                   MOVE CTL-APLICADAS   TO WS-TRANS-APLICADAS
                   MOVE CTL-RECHAZADAS  TO WS-TRANS-RECHAZADAS
                   DISPLAY "CORRIDA ANTERIOR INTERRUMPIDA: SE "
                           "REINICIA DESPUES DE LA TRANSACCION "
                           WS-SALTAR
               END-IF
               CLOSE CONTROL-BATCH
           END-IF.

       829-CERRAR-TRANSACCION.
      *    CIERRE DE CADA TRANSACCION PROCESADA: CADA
      *    WS-CHECKPOINT-CADA TRANSACCIONES SE GRABA UN CHECKPOINT
      *    EN CURSO, PARA QUE UN CORTE A MITAD DEL ARCHIVO PIERDA A
      *    LO SUMO ESE PUNIADO (QUE EL CONTROL DE DUPLICADOS FRENA
      *    SI SE REAPLICA).
           ADD 1 TO WS-DESDE-CHECKPOINT.
           IF WS-DESDE-CHECKPOINT >= WS-CHECKPOINT-CADA
               MOVE 'E' TO WS-CTL-ESTADO
               PERFORM 830-GRABAR-CONTROL
               MOVE 0 TO WS-DESDE-CHECKPOINT
           END-IF.

       830-GRABAR-CONTROL.
      *    REESCRIBE EL REGISTRO DE CONTROL COMPLETO (ES UN ARCHIVO
      *    DE UN SOLO REGISTRO: SE ABRE EN OUTPUT Y SE PISA).
           OPEN OUTPUT CONTROL-BATCH.
           IF 88-FS-CONTROL-YES
               MOVE WS-CTL-ESTADO        TO CTL-ESTADO
               MOVE WS-TRANS-NRO         TO CTL-ULT-TRANS
               MOVE WS-TRANS-LEIDAS      TO CTL-LEIDAS
               MOVE WS-TRANS-APLICADAS   TO CTL-APLICADAS
               MOVE WS-TRANS-RECHAZADAS  TO CTL-RECHAZADAS
               WRITE REG-CONTROL-BATCH
               CLOSE CONTROL-BATCH
           ELSE
               DISPLAY "ERROR AL GRABAR EL CONTROL DE BATCH. FS: "
                       FS-CONTROL
           END-IF.

       840-FINALIZAR-CONTROL.
      *    FIN DE CORRIDA: DEJA EL CONTROL EN 'F' (FINALIZADO) Y
      *    EMITE EL INFORME DE CONTROL CON LOS CONTADORES.
           MOVE 'F' TO WS-CTL-ESTADO.
           PERFORM 830-GRABAR-CONTROL.

           OPEN OUTPUT CONTROL-LISTADO.
           IF 88-FS-CTL-LISTADO-YES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO WS-LINEA-CONTROL
               STRING " CONTROL DE CORRIDA BATCH - "
                       WS-DATE-DD "/" WS-DATE-MM "/" WS-DATE-AAAA
                       DELIMITED BY SIZE INTO WS-LINEA-CONTROL
               END-STRING
               WRITE REG-CTL-LISTADO FROM WS-LINEA-CONTROL
                       AFTER ADVANCING 1
               MOVE WS-DATE-DD             TO TIT-2-DD
               MOVE WS-DATE-MM             TO TIT-2-MM
               MOVE WS-DATE-AAAA           TO TIT-2-AAAA
               MOVE 1                      TO TIT-2-PAGINA
               WRITE REG-CTL-LISTADO FROM WS-TITULO-2
                       AFTER ADVANCING 1
               WRITE REG-CTL-LISTADO FROM WS-GUIONES
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-CONTROL
               STRING " TRANSACCIONES LEIDAS....: " WS-TRANS-LEIDAS
                       DELIMITED BY SIZE INTO WS-LINEA-CONTROL
               END-STRING
               WRITE REG-CTL-LISTADO FROM WS-LINEA-CONTROL
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-CONTROL
               STRING " TRANSACCIONES APLICADAS.: "
                       WS-TRANS-APLICADAS
                       DELIMITED BY SIZE INTO WS-LINEA-CONTROL
               END-STRING
               WRITE REG-CTL-LISTADO FROM WS-LINEA-CONTROL
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-CONTROL
               STRING " TRANSACCIONES RECHAZADAS: "
                       WS-TRANS-RECHAZADAS
                       DELIMITED BY SIZE INTO WS-LINEA-CONTROL
               END-STRING
               WRITE REG-CTL-LISTADO FROM WS-LINEA-CONTROL
                       AFTER ADVANCING 1
               CLOSE CONTROL-LISTADO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL INFORME DE CONTROL. FS: "
                       FS-CTL-LISTADO
           END-IF.

           DISPLAY "BATCH TERMINADO. LEIDAS: " WS-TRANS-LEIDAS
                   "  APLICADAS: " WS-TRANS-APLICADAS
                   "  RECHAZADAS: " WS-TRANS-RECHAZADAS.

       810-LEER-TRANSACCION.
      *    LA TRANSACCION PASA POR LOS MISMOS CONTROLES QUE UN ALTA
      *    INTERACTIVA (077-1-VALIDAR-FECHA / 078-1-VALIDAR-TELEFONO).
      *    COMO NO HAY OPERADOR PARA REINGRESAR EL DATO EN UN JOB
      *    DESATENDIDO, UNA TRANSACCION QUE NO PASE LA VALIDACION SE
      *    RECHAZA Y SE INFORMA, EN LUGAR DE GRABARSE CON DATOS MALOS.
           READ TRANS-FILE
               AT END
                   MOVE 'S' TO SW-FIN-BATCH
               NOT AT END
                   ADD 1 TO WS-TRANS-NRO
                   IF WS-TRANS-NRO <= WS-SALTAR
      *                YA APLICADA POR LA CORRIDA ABORTADA (ESTA
      *                CUBIERTA POR EL ULTIMO CHECKPOINT): SE SALTEA
      *                SIN CONTARLA DE NUEVO.
                       CONTINUE
                   ELSE
                       PERFORM 815-PROCESAR-TRANSACCION
                   END-IF
           END-READ.

       815-PROCESAR-TRANSACCION.
           ADD 1 TO WS-TRANS-LEIDAS.
           MOVE TRANS-NOMBRE            TO WS-NOMBRE.
           MOVE TRANS-APELLIDO          TO WS-APELLIDO.
           MOVE TRANS-FECHA-DD   TO FECHA-DD OF
                   WS-FECHA-NACIMIENTO.
           MOVE TRANS-FECHA-MM   TO FECHA-MM OF
                   WS-FECHA-NACIMIENTO.
           MOVE TRANS-FECHA-AAAA TO FECHA-AAAA OF
                   WS-FECHA-NACIMIENTO.
           MOVE TRANS-DIRECCION         TO WS-DIRECCION.
           MOVE TRANS-TELEFONO          TO WS-TELEFONO.

           MOVE 'N' TO SW-FECHA-OK.
           PERFORM 077-1-VALIDAR-FECHA.
           MOVE 'N' TO SW-TELEFONO-OK.
           PERFORM 078-1-VALIDAR-TELEFONO.

           IF SW-FECHA-OK NOT = 'S' OR SW-TELEFONO-OK NOT = 'S'
               DISPLAY "TRANSACCION RECHAZADA (FECHA U "
                       "TELEFONO INVALIDO): " WS-NOMBRE " "
                       WS-APELLIDO
               PERFORM 816-RECHAZAR-TRANSACCION
           ELSE
               PERFORM 079-CALCULAR-EDAD
      *        EL ARCHIVO DE TRANSACCIONES NO TRAE LOS DATOS DE
      *        RRHH: SE GRABAN VALORES PROVISORIOS (FECHA DE
      *        INGRESO = FECHA DE PROCESO, SECTOR Y CARGO SIN
      *        ASIGNAR) PARA QUE RRHH LOS COMPLETE LUEGO POR
      *        (C)AMBIO.
               MOVE ZEROES        TO WS-LEGAJO
               MOVE ZEROES        TO WS-CUIL
               MOVE ZEROES        TO WS-SUELDO
               MOVE 'SIN ASIGNAR' TO WS-SECTOR
               MOVE 'SIN ASIGNAR' TO WS-CARGO
               MOVE WS-DATE-DD    TO ING-DD
               MOVE WS-DATE-MM    TO ING-MM
               MOVE WS-DATE-AAAA  TO ING-AAAA
               PERFORM 510-PROCESAR-ALTA
               IF SW-ALTA-OK = 'S'
                   ADD 1 TO WS-TRANS-APLICADAS
               ELSE
                   PERFORM 816-RECHAZAR-TRANSACCION
               END-IF
           END-IF.
           PERFORM 829-CERRAR-TRANSACCION.

       816-RECHAZAR-TRANSACCION.
           ADD 1 TO WS-TRANS-RECHAZADAS.
           WRITE REG-RECHAZO FROM TRANS-REGISTRO.
           IF NOT 88-FS-RECHAZO-YES
               DISPLAY "ERROR AL GRABAR EL RECHAZO. FS: " FS-RECHAZO
           END-IF.

       900-CONVERTIR-MAESTRO.
      *    CORRIDA DE CONVERSION (POR UNICA VEZ): VUELCA AL MAESTRO
      *    ACTUAL LOS REGISTROS DEL MAESTRO ANTERIOR DE 71 BYTES.
      *    EL OPERADOR RENOMBRA ANTES EL ARCHIVO VIEJO A
      *    Empleado-maestro-V1.DAT, CON LO QUE EL MAESTRO NUEVO
      *    ARRANCA VACIO Y RECIBE UN REGISTRO POR CADA UNO LEIDO:
      *    ESTADO ACTIVO, Y LOS DATOS DE RRHH QUE EL LAYOUT VIEJO NO
      *    TENIA QUEDAN PROVISORIOS PARA COMPLETAR POR (C)AMBIO.
           MOVE 0 TO WS-CONV-LEIDOS.
           MOVE 0 TO WS-CONV-GRABADOS.
           OPEN INPUT MAESTRO-ANTERIOR.
           IF 88-FS-ANTERIOR-YES
               PERFORM 910-CONVERTIR-SIG
                       UNTIL NOT 88-FS-ANTERIOR-YES
               CLOSE MAESTRO-ANTERIOR
               DISPLAY "CONVERSION TERMINADA. LEIDOS: "
                       WS-CONV-LEIDOS "  GRABADOS: "
                       WS-CONV-GRABADOS
           ELSE
               DISPLAY "NO SE PUDO ABRIR Empleado-maestro-V1.DAT. "
                       "FS: " FS-ANTERIOR
               DISPLAY "RENOMBRE EL MAESTRO VIEJO A ESE NOMBRE Y "
                       "VUELVA A CORRER LA CONVERSION."
           END-IF.

       910-CONVERTIR-SIG.
           READ MAESTRO-ANTERIOR.
           IF 88-FS-ANTERIOR-YES
               ADD 1 TO WS-CONV-LEIDOS
               MOVE ANT-ID-MAE         TO EMP-ID-MAE
               MOVE ANT-APELLIDO-MAE   TO EMP-APELLIDO-MAE
               MOVE ANT-NOMBRE-MAE     TO EMP-NOMBRE-MAE
               MOVE ANT-EDAD-MAE       TO EMP-EDAD-MAE
               MOVE ANT-FECHA-NAC-MAE  TO EMP-FECHA-NAC-MAE
               MOVE ANT-DIRECCION-MAE  TO EMP-DIRECCION-MAE
               MOVE ANT-TELEFONO-MAE   TO EMP-TELEFONO-MAE
               MOVE 'A'                TO EMP-ESTADO-MAE
               MOVE ZEROES             TO EMP-FECHA-BAJA-MAE
               MOVE ZEROES             TO EMP-LEGAJO-MAE
               MOVE ZEROES             TO EMP-CUIL-MAE
               MOVE 'SIN ASIGNAR'      TO EMP-SECTOR-MAE
               MOVE 'SIN ASIGNAR'      TO EMP-CARGO-MAE
               MOVE ZEROES             TO EMP-FECHA-ING-MAE
               MOVE ZEROES             TO EMP-SUELDO-MAE
               WRITE REG-EMPLEADO-MAESTRO
               IF 88-FS-MAESTRO-YES
                   ADD 1 TO WS-CONV-GRABADOS
               ELSE
                   DISPLAY "ERROR AL GRABAR ID " EMP-ID-MAE
                           ". FS-MAESTRO: " FS-MAESTRO
               END-IF
           END-IF.

       920-REGENERAR-REPORTES.
      *    REGENERACION COMPLETA: RECONSTRUYE Personal-report.TXT Y
      *    Personal-report.csv DESDE EL MAESTRO (SOLO ACTIVOS), EN
      *    LUGAR DE SEGUIR ACUMULANDO ALTAS SOBRE ARCHIVOS QUE NUNCA
      *    SE ENTERAN DE UN CAMBIO NI DE UNA BAJA. ANTES DE PISAR EL
      *    REPORTE VIEJO SE GUARDAN SUS LINEAS DE DETALLE PARA
      *    EMITIR LA CONCILIACION (Personal-concilia.TXT): CUANTOS
      *    REGISTROS HAY DE CADA LADO Y QUIENES APARECEN EN UNO SOLO.
           CLOSE REPORTE.
           CLOSE REPORTE-CSV.
           PERFORM 921-CARGAR-REPORTE-VIEJO.

           OPEN OUTPUT CONCILIACION.
           IF NOT 88-FS-CONCILIA-YES
               DISPLAY "NO SE PUDO ABRIR Personal-concilia.TXT. "
                       "FS: " FS-CONCILIA
           END-IF.
           PERFORM 926-ENCABEZADO-CONCILIA.

           OPEN OUTPUT REPORTE.
           OPEN OUTPUT REPORTE-CSV.
           MOVE 1   TO WS-NUMERO-PAGINA.
           MOVE 'N' TO SW-ENCABEZADO-IMPRESO.
           MOVE 0   TO WS-IMPRESOS.
           MOVE 0   TO WS-SOLO-MAESTRO.
           MOVE 0   TO WS-SOLO-REPORTE.

           CLOSE EMPLEADO-MAESTRO.
           OPEN INPUT EMPLEADO-MAESTRO.
           PERFORM 923-REGENERAR-SIG UNTIL NOT 88-FS-MAESTRO-YES.
      *    EL REPORTE VIEJO YA FUE PISADO POR EL OPEN OUTPUT, ASI
      *    QUE UN BARRIDO QUE NO TERMINO EN FIN DE ARCHIVO NORMAL
      *    DEJO UN ACUMULADO PARCIAL: SE INFORMA COMO INCOMPLETO
      *    PARA REPETIR, EN VEZ DE DARLO POR TERMINADO. EL ESTADO
      *    SE CAPTURA ANTES DEL REOPEN, QUE LO PISA.
           IF 88-FS-MAESTRO-EOF
               MOVE 'S' TO SW-COPIA-COMPLETA
           ELSE
               MOVE 'N' TO SW-COPIA-COMPLETA
               DISPLAY "ERROR DE LECTURA DEL MAESTRO DURANTE LA "
                       "REGENERACION. FS-MAESTRO: " FS-MAESTRO
           END-IF.
           CLOSE EMPLEADO-MAESTRO.
           OPEN I-O EMPLEADO-MAESTRO.

           IF SW-COPIA-COMPLETA = 'S'
               PERFORM 925-CONCILIAR-SOBRANTES
                       VARYING WS-IDX-REP FROM 1 BY 1
                       UNTIL WS-IDX-REP > WS-REP-CANT
               PERFORM 927-TOTALES-CONCILIA
               CLOSE CONCILIACION
               DISPLAY "REGENERACION TERMINADA. ACTIVOS EN "
                       "MAESTRO: " WS-IMPRESOS
               DISPLAY "DETALLES EN REPORTE ANTERIOR: " WS-REP-CANT
                       "  SOLO EN MAESTRO: " WS-SOLO-MAESTRO
                       "  SOLO EN REPORTE: " WS-SOLO-REPORTE
           ELSE
               CLOSE CONCILIACION
               DISPLAY "REGENERACION INCOMPLETA: EL REPORTE Y EL "
                       "CSV QUEDARON PARCIALES. REPITA LA "
                       "REGENERACION."
           END-IF.

       921-CARGAR-REPORTE-VIEJO.
           MOVE 0   TO WS-REP-CANT.
           MOVE ' ' TO SW-TABLA-LLENA.
           OPEN INPUT REPORTE.
           IF 88-FS-REPORTE-YES
               PERFORM 922-CARGAR-SIG-DETALLE
                       UNTIL NOT 88-FS-REPORTE-YES
               CLOSE REPORTE
           END-IF.

       922-CARGAR-SIG-DETALLE.
      *    UNA LINEA DE DETALLE SE RECONOCE POR LA EDAD NUMERICA EN
      *    (35:2) Y LAS BARRAS DE LA FECHA EN (45:1) Y (48:1), QUE
      *    NINGUN ENCABEZADO NI LINEA DE TOTALES TIENE EN ESAS
      *    POSICIONES (MISMO CRITERIO POSICIONAL QUE USA 046 PARA
      *    UBICAR EL NUMERO DE PAGINA).
           READ REPORTE.
           IF 88-FS-REPORTE-YES
               IF REG-REPORTE(35:2) IS NUMERIC AND
                  REG-REPORTE(45:1) = '/' AND
                  REG-REPORTE(48:1) = '/'
                   IF WS-REP-CANT < 2000
                       ADD 1 TO WS-REP-CANT
                       MOVE REG-REPORTE(19:15)
                               TO WS-REP-APELLIDO(WS-REP-CANT)
                       MOVE REG-REPORTE(2:15)
                               TO WS-REP-NOMBRE(WS-REP-CANT)
                       MOVE 'N' TO WS-REP-HALLADO(WS-REP-CANT)
                   ELSE
                       IF SW-TABLA-LLENA NOT = 'S'
                           MOVE 'S' TO SW-TABLA-LLENA
                           DISPLAY "TABLA DE CONCILIACION LLENA: "
                                   "SE CONCILIAN SOLO LOS PRIMEROS "
                                   "2000 DETALLES."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       923-REGENERAR-SIG.
           READ EMPLEADO-MAESTRO NEXT RECORD.
           IF 88-FS-MAESTRO-YES AND 88-EMP-ACTIVO
               MOVE EMP-NOMBRE-MAE        TO WS-NOMBRE
               MOVE EMP-APELLIDO-MAE      TO WS-APELLIDO
               MOVE EMP-EDAD-MAE          TO WS-EDAD
               MOVE EMP-FECHA-DD-MAE   TO FECHA-DD OF
                       WS-FECHA-NACIMIENTO
               MOVE EMP-FECHA-MM-MAE   TO FECHA-MM OF
                       WS-FECHA-NACIMIENTO
               MOVE EMP-FECHA-AAAA-MAE TO FECHA-AAAA OF
                       WS-FECHA-NACIMIENTO
               MOVE EMP-DIRECCION-MAE     TO WS-DIRECCION
               MOVE EMP-TELEFONO-MAE      TO WS-TELEFONO
               PERFORM 300-WRITE
               PERFORM 924-MARCAR-EN-TABLA
           END-IF.

       924-MARCAR-EN-TABLA.
      *    MARCA EN LA TABLA DEL REPORTE VIEJO TODAS LAS ENTRADAS
      *    QUE COINCIDEN CON EL EMPLEADO RECIEN REGENERADO; SI NO
      *    HAY NINGUNA, EL EMPLEADO ESTA SOLO EN EL MAESTRO Y SE
      *    DEJA ASENTADO EN LA CONCILIACION.
           MOVE ' ' TO SW-HALLADO-REP.
           PERFORM 924-5-MARCAR-SIG
                   VARYING WS-IDX-REP FROM 1 BY 1
                   UNTIL WS-IDX-REP > WS-REP-CANT.
           IF SW-HALLADO-REP NOT = 'S'
               ADD 1 TO WS-SOLO-MAESTRO
               MOVE SPACES TO WS-LINEA-CONCILIA
               STRING " SOLO EN MAESTRO......: "
                       EMP-APELLIDO-MAE " " EMP-NOMBRE-MAE
                       DELIMITED BY SIZE INTO WS-LINEA-CONCILIA
               END-STRING
               WRITE REG-CONCILIA FROM WS-LINEA-CONCILIA
                       AFTER ADVANCING 1
           END-IF.

       924-5-MARCAR-SIG.
           IF WS-REP-APELLIDO(WS-IDX-REP) = EMP-APELLIDO-MAE AND
              WS-REP-NOMBRE(WS-IDX-REP) = EMP-NOMBRE-MAE
               MOVE 'S' TO WS-REP-HALLADO(WS-IDX-REP)
               MOVE 'S' TO SW-HALLADO-REP
           END-IF.

       925-CONCILIAR-SOBRANTES.
      *    LO QUE QUEDO SIN MARCAR EN LA TABLA ESTABA EN EL REPORTE
      *    ACUMULADO PERO YA NO ESTA ACTIVO EN EL MAESTRO (BAJAS O
      *    CORRECCIONES DE NOMBRE POSTERIORES AL ALTA).
           IF WS-REP-HALLADO(WS-IDX-REP) NOT = 'S'
               ADD 1 TO WS-SOLO-REPORTE
               MOVE SPACES TO WS-LINEA-CONCILIA
               STRING " SOLO EN REPORTE VIEJO: "
                       WS-REP-APELLIDO(WS-IDX-REP) " "
                       WS-REP-NOMBRE(WS-IDX-REP)
                       DELIMITED BY SIZE INTO WS-LINEA-CONCILIA
               END-STRING
               WRITE REG-CONCILIA FROM WS-LINEA-CONCILIA
                       AFTER ADVANCING 1
           END-IF.

       926-ENCABEZADO-CONCILIA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-LINEA-CONCILIA.
           STRING " CONCILIACION MAESTRO VS REPORTE ACUMULADO - "
                   WS-DATE-DD "/" WS-DATE-MM "/" WS-DATE-AAAA
                   DELIMITED BY SIZE INTO WS-LINEA-CONCILIA
           END-STRING.
           WRITE REG-CONCILIA FROM WS-LINEA-CONCILIA
                   AFTER ADVANCING 1.
           MOVE WS-DATE-DD             TO TIT-2-DD.
           MOVE WS-DATE-MM             TO TIT-2-MM.
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA.
           MOVE 1                      TO TIT-2-PAGINA.
           WRITE REG-CONCILIA FROM WS-TITULO-2
                   AFTER ADVANCING 1.
           WRITE REG-CONCILIA FROM WS-GUIONES AFTER ADVANCING 1.

       927-TOTALES-CONCILIA.
           WRITE REG-CONCILIA FROM WS-GUIONES AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-CONCILIA.
           STRING " ACTIVOS EN MAESTRO...: " WS-IMPRESOS
                   DELIMITED BY SIZE INTO WS-LINEA-CONCILIA
           END-STRING.
           WRITE REG-CONCILIA FROM WS-LINEA-CONCILIA
                   AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-CONCILIA.
           STRING " DETALLES EN REPORTE..: " WS-REP-CANT
                   DELIMITED BY SIZE INTO WS-LINEA-CONCILIA
           END-STRING.
           WRITE REG-CONCILIA FROM WS-LINEA-CONCILIA
                   AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-CONCILIA.
           STRING " SOLO EN MAESTRO......: " WS-SOLO-MAESTRO
                   DELIMITED BY SIZE INTO WS-LINEA-CONCILIA
           END-STRING.
           WRITE REG-CONCILIA FROM WS-LINEA-CONCILIA
                   AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-CONCILIA.
           STRING " SOLO EN REPORTE VIEJO: " WS-SOLO-REPORTE
                   DELIMITED BY SIZE INTO WS-LINEA-CONCILIA
           END-STRING.
           WRITE REG-CONCILIA FROM WS-LINEA-CONCILIA
                   AFTER ADVANCING 1.

       930-EXTRACTO-SUELDOS.
      *    EXTRACTO NOCTURNO PARA EL SISTEMA DE SUELDOS. ANTES DE
      *    GENERAR SE CONSULTA EL CONTROL: SI LA SECUENCIA ANTERIOR
      *    SIGUE SIN CONFIRMACION DE CONSUMO, LA CORRIDA SE NIEGA A
      *    PISAR EL ARCHIVO SALVO QUE EL OPERADOR CONFIRME QUE
      *    SUELDOS YA LO PROCESO (EN UNA CORRIDA PLANIFICADA SIN
      *    OPERADOR LA RESPUESTA QUEDA VACIA Y SE NIEGA, QUE ES EL
      *    RESGUARDO BUSCADO).
           PERFORM 931-LEER-CONTROL-EXT.
           IF SW-EXT-PENDIENTE = 'S'
               DISPLAY "EL EXTRACTO SECUENCIA " WS-EXT-SECUENCIA
                       " AUN NO FUE CONFIRMADO COMO CONSUMIDO "
                       "POR SUELDOS."
               DISPLAY "SI SUELDOS YA LO PROCESO: S = CONFIRMAR Y "
                       "GENERAR EL SIGUIENTE, "
               DISPLAY "C = SOLO REGISTRAR LA CONFIRMACION: "
               ACCEPT WS-RESP-CONSUMO
               EVALUATE WS-RESP-CONSUMO
                   WHEN 'S' WHEN 's'
                       PERFORM 932-GENERAR-EXTRACTO
                   WHEN 'C' WHEN 'c'
                       PERFORM 935-CONFIRMAR-CONSUMO
                   WHEN OTHER
                       DISPLAY "EXTRACTO NO GENERADO: EL ANTERIOR "
                               "SIGUE PENDIENTE DE CONSUMO."
               END-EVALUATE
           ELSE
               PERFORM 932-GENERAR-EXTRACTO
           END-IF.

       931-LEER-CONTROL-EXT.
           MOVE 0   TO WS-EXT-SECUENCIA.
           MOVE 'N' TO SW-EXT-PENDIENTE.
           OPEN INPUT CONTROL-EXTRACTO.
           IF 88-FS-CTL-EXT-YES
               READ CONTROL-EXTRACTO
                   AT END
                       CONTINUE
               END-READ
               IF 88-FS-CTL-EXT-YES
                   MOVE PEX-SECUENCIA TO WS-EXT-SECUENCIA
                   IF PEX-CONSUMIDO NOT = 'S'
                       MOVE 'S' TO SW-EXT-PENDIENTE
                   END-IF
               END-IF
               CLOSE CONTROL-EXTRACTO
           END-IF.

       932-GENERAR-EXTRACTO.
           ADD 1 TO WS-EXT-SECUENCIA.
           MOVE 0 TO WS-EXT-CANTIDAD.
           MOVE 0 TO WS-HASH-ID.
           MOVE 0 TO WS-EXT-CANT-FAM.
           MOVE 0 TO WS-HASH-FAM.
           OPEN OUTPUT EXTRACTO-SUELDOS.
           IF 88-FS-EXTRACTO-YES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS
               MOVE SPACES             TO REG-EXTRACTO
               MOVE '1'                TO EXT-CAB-TIPO
               MOVE WS-SYS-FECHA       TO EXT-CAB-FECHA
               MOVE WS-EXT-SECUENCIA   TO EXT-CAB-SECUENCIA
               WRITE REG-EXTRACTO

               MOVE 'N' TO SW-ERR-GRABACION
               CLOSE EMPLEADO-MAESTRO
               OPEN INPUT EMPLEADO-MAESTRO
               PERFORM 933-EXTRAER-SIG
                       UNTIL NOT 88-FS-MAESTRO-YES
                          OR SW-ERR-GRABACION = 'S'
      *        LA COLA RECIEN SE GRABA SI EL BARRIDO TERMINO EN FIN
      *        DE ARCHIVO NORMAL Y SIN NINGUNA GRABACION FALLIDA
      *        (ESTADO CAPTURADO ANTES DEL REOPEN, QUE LO PISA). UN
      *        DETALLE QUE NO SE GRABO O UNA LECTURA FALLIDA A MITAD
      *        DEL MAESTRO HARIAN QUE SUELDOS VALIDE COMO COMPLETO
      *        UN ARCHIVO AL QUE LE FALTAN EMPLEADOS: SE INFORMA EL
      *        ERROR Y LA SECUENCIA ANTERIOR SIGUE VIGENTE EN
      *        Payroll-control.DAT.
               IF 88-FS-MAESTRO-EOF AND SW-ERR-GRABACION NOT = 'S'
                   MOVE 'S' TO SW-COPIA-COMPLETA
               ELSE
                   MOVE 'N' TO SW-COPIA-COMPLETA
                   IF SW-ERR-GRABACION NOT = 'S'
                       DISPLAY "ERROR DE LECTURA DEL MAESTRO "
                               "DURANTE EL EXTRACTO. FS-MAESTRO: "
                               FS-MAESTRO
                   END-IF
               END-IF
               CLOSE EMPLEADO-MAESTRO
               OPEN I-O EMPLEADO-MAESTRO

               IF SW-COPIA-COMPLETA = 'S'
                   MOVE SPACES             TO REG-EXTRACTO
                   MOVE '3'                TO EXT-TRL-TIPO
                   MOVE WS-EXT-CANTIDAD    TO EXT-TRL-CANTIDAD
                   MOVE WS-HASH-ID         TO EXT-TRL-HASH
                   MOVE WS-EXT-CANT-FAM    TO EXT-TRL-CANT-FAM
                   MOVE WS-HASH-FAM        TO EXT-TRL-HASH-FAM
                   WRITE REG-EXTRACTO
                   IF 88-FS-EXTRACTO-YES
                       CLOSE EXTRACTO-SUELDOS
                       PERFORM 934-GRABAR-CONTROL-EXT
                       DISPLAY "EXTRACTO SECUENCIA "
                               WS-EXT-SECUENCIA " GENERADO. "
                               "EMPLEADOS: " WS-EXT-CANTIDAD
                               "  HASH: " WS-HASH-ID
                               "  CARGAS DE FAMILIA: "
                               WS-EXT-CANT-FAM
                   ELSE
                       CLOSE EXTRACTO-SUELDOS
                       DISPLAY "ERROR AL GRABAR LA COLA DEL "
                               "EXTRACTO (FS: " FS-EXTRACTO
                               "): NO SE REGISTRA LA SECUENCIA "
                               WS-EXT-SECUENCIA
                               ". REPITA LA CORRIDA."
                   END-IF
               ELSE
                   CLOSE EXTRACTO-SUELDOS
                   DISPLAY "EXTRACTO INCOMPLETO (SIN COLA): NO SE "
                           "REGISTRA LA SECUENCIA " WS-EXT-SECUENCIA
                           ". REPITA LA CORRIDA."
               END-IF
           ELSE
               DISPLAY "NO SE PUDO ABRIR Payroll-interface.DAT. "
                       "FS: " FS-EXTRACTO
           END-IF.

       933-EXTRAER-SIG.
           READ EMPLEADO-MAESTRO NEXT RECORD.
           IF 88-FS-MAESTRO-YES AND 88-EMP-ACTIVO
               MOVE SPACES                TO REG-EXTRACTO
               MOVE '2'                   TO EXT-DET-TIPO
               MOVE EMP-LEGAJO-MAE        TO EXT-DET-LEGAJO
               MOVE EMP-CUIL-MAE          TO EXT-DET-CUIL
               MOVE EMP-APELLIDO-MAE      TO EXT-DET-APELLIDO
               MOVE EMP-NOMBRE-MAE        TO EXT-DET-NOMBRE
               MOVE EMP-SECTOR-MAE        TO EXT-DET-SECTOR
               MOVE EMP-CARGO-MAE         TO EXT-DET-CARGO
               MOVE EMP-FECHA-ING-AAAA-MAE TO EXT-DET-ING-AAAA
               MOVE EMP-FECHA-ING-MM-MAE  TO EXT-DET-ING-MM
               MOVE EMP-FECHA-ING-DD-MAE  TO EXT-DET-ING-DD
               MOVE EMP-SUELDO-MAE        TO EXT-DET-SUELDO
               MOVE EMP-ID-MAE            TO EXT-DET-EMP-ID
               WRITE REG-EXTRACTO
               IF 88-FS-EXTRACTO-YES
                   ADD 1 TO WS-EXT-CANTIDAD
                   ADD EMP-ID-MAE TO WS-HASH-ID
                   IF SW-FAMILIARES-ABIERTO = 'S'
                       PERFORM 936-EXTRAER-FAMILIARES
                   END-IF
               ELSE
      *            UN DETALLE QUE NO SE GRABO INVALIDA EL EXTRACTO
      *            ENTERO: SE CORTA EL BARRIDO Y 932 NO GRABA LA
      *            COLA NI REGISTRA LA SECUENCIA.
                   MOVE 'S' TO SW-ERR-GRABACION
                   DISPLAY "ERROR AL GRABAR EL EXTRACTO. FS: "
                           FS-EXTRACTO
               END-IF
           END-IF.

       934-GRABAR-CONTROL-EXT.
           OPEN OUTPUT CONTROL-EXTRACTO.
           IF 88-FS-CTL-EXT-YES
               MOVE WS-EXT-SECUENCIA TO PEX-SECUENCIA
               MOVE 'N'              TO PEX-CONSUMIDO
               WRITE REG-CONTROL-EXTRACTO
               CLOSE CONTROL-EXTRACTO
           ELSE
               DISPLAY "ERROR AL GRABAR Payroll-control.DAT. FS: "
                       FS-CTL-EXT
           END-IF.

       935-CONFIRMAR-CONSUMO.
      *    DEJA REGISTRADO QUE SUELDOS CONSUMIO LA SECUENCIA ACTUAL,
      *    SIN GENERAR UN EXTRACTO NUEVO: LA PROXIMA CORRIDA
      *    NOCTURNA YA NO VA A ENCONTRAR NADA PENDIENTE.
           OPEN OUTPUT CONTROL-EXTRACTO.
           IF 88-FS-CTL-EXT-YES
               MOVE WS-EXT-SECUENCIA TO PEX-SECUENCIA
               MOVE 'S'              TO PEX-CONSUMIDO
               WRITE REG-CONTROL-EXTRACTO
               CLOSE CONTROL-EXTRACTO
               DISPLAY "CONSUMO DE LA SECUENCIA " WS-EXT-SECUENCIA
                       " REGISTRADO."
           ELSE
               DISPLAY "ERROR AL GRABAR Payroll-control.DAT. FS: "
                       FS-CTL-EXT
           END-IF.

       936-EXTRAER-FAMILIARES.
      *    CARGAS DE FAMILIA VIGENTES DEL EMPLEADO RECIEN EXTRAIDO.
      *    UNA LECTURA O GRABACION FALLIDA INVALIDA EL EXTRACTO IGUAL
      *    QUE UN DETALLE '2' QUE NO SE GRABO.
           MOVE 'N'        TO SW-FIN-FAM-EMP.
           MOVE EMP-ID-MAE TO FAM-EMP-ID.
           MOVE 0          TO FAM-SECUENCIA.
           START FAMILIARES KEY IS NOT LESS THAN FAM-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-FAMILIARES-YES
               PERFORM 936-5-EXTRAER-SIG-FAM
                       UNTIL NOT 88-FS-FAMILIARES-YES
                          OR SW-FIN-FAM-EMP = 'S'
                          OR SW-ERR-GRABACION = 'S'
               IF NOT 88-FS-FAMILIARES-YES AND
                  NOT 88-FS-FAMILIARES-EOF
                   MOVE 'S' TO SW-ERR-GRABACION
                   DISPLAY "ERROR AL LEER Familiares.DAT DURANTE EL "
                           "EXTRACTO. FS: " FS-FAMILIARES
               END-IF
           ELSE
               IF NOT 88-FS-FAMILIARES-NOTFOUND
                   MOVE 'S' TO SW-ERR-GRABACION
                   DISPLAY "ERROR AL POSICIONAR Familiares.DAT "
                           "DURANTE EL EXTRACTO. FS: " FS-FAMILIARES
               END-IF
           END-IF.

       936-5-EXTRAER-SIG-FAM.
           READ FAMILIARES NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-FAMILIARES-YES
               IF FAM-EMP-ID NOT = EMP-ID-MAE
                   MOVE 'S' TO SW-FIN-FAM-EMP
               ELSE
                   IF 88-FAM-VIGENTE
                       MOVE SPACES            TO REG-EXTRACTO
                       MOVE '4'               TO EXT-FAM-TIPO
                       MOVE EMP-LEGAJO-MAE    TO EXT-FAM-LEGAJO
                       MOVE EMP-CUIL-MAE      TO EXT-FAM-CUIL-TITULAR
                       MOVE FAM-EMP-ID        TO EXT-FAM-EMP-ID
                       MOVE FAM-SECUENCIA     TO EXT-FAM-SECUENCIA
                       MOVE FAM-PARENTESCO    TO EXT-FAM-PARENTESCO
                       MOVE FAM-APELLIDO      TO EXT-FAM-APELLIDO
                       MOVE FAM-NOMBRE        TO EXT-FAM-NOMBRE
                       MOVE FAM-TIPO-DOC      TO EXT-FAM-TIPO-DOC
                       MOVE FAM-DOCUMENTO     TO EXT-FAM-DOCUMENTO
                       MOVE FAM-FECHA-NAC     TO EXT-FAM-FECHA-NAC
                       MOVE FAM-DISCAPACIDAD  TO EXT-FAM-DISCAPACIDAD
                       MOVE FAM-ESCOLARIDAD   TO EXT-FAM-ESCOLARIDAD
                       WRITE REG-EXTRACTO
                       IF 88-FS-EXTRACTO-YES
                           ADD 1 TO WS-EXT-CANT-FAM
                           COMPUTE WS-HASH-FAM = WS-HASH-FAM +
                                   FAM-EMP-ID * 100 + FAM-SECUENCIA
                           END-COMPUTE
                       ELSE
                           MOVE 'S' TO SW-ERR-GRABACION
                           DISPLAY "ERROR AL GRABAR EL EXTRACTO. FS: "
                                   FS-EXTRACTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       940-BACKUP-MAESTRO.
      *    UNLOAD DEL MAESTRO A UN BACKUP SECUENCIAL, ROTANDO ENTRE
      *    WS-PAR-GEN-BACKUP GENERACIONES. DESPUES DE COPIAR SE
      *    RELEE EL BACKUP COMPLETO Y SE COMPARAN CANTIDAD Y
      *    CHECKSUM DE EMP-ID
      *    CONTRA LO COPIADO Y CONTRA LA COLA: SOLO SI TODO BALANCEA
      *    SE REGISTRA LA GENERACION COMO ULTIMA BUENA.
           PERFORM 941-LEER-CONTROL-BACKUP.
           MOVE WS-GEN-BACKUP TO WS-GEN-DIGITO.
           PERFORM 044-5-RUTA-BACKUP.
           MOVE 0 TO WS-BKP-CANTIDAD.
           MOVE 0 TO WS-BKP-CHECKSUM.
           MOVE 'N' TO SW-ERR-GRABACION.
           OPEN OUTPUT BACKUP-MAESTRO.
           IF 88-FS-BACKUP-YES
               CLOSE EMPLEADO-MAESTRO
               OPEN INPUT EMPLEADO-MAESTRO
               PERFORM 943-COPIAR-SIG
                       UNTIL NOT 88-FS-MAESTRO-YES
                          OR SW-ERR-GRABACION = 'S'
      *        EL ESTADO DEL FIN DE LECTURA SE CAPTURA ANTES DEL
      *        REOPEN (QUE LO PISA): SOLO EL FIN DE ARCHIVO NORMAL,
      *        SIN NINGUN ERROR DE GRABACION EN EL BACKUP (DISCO
      *        LLENO), HABILITA LA COLA. UNA FALLA DE LECTURA O DE
      *        GRABACION A MITAD DEL BARRIDO DEJARIA UNA COPIA
      *        PARCIAL CUYA COLA BALANCEARIA CONTRA SI MISMA, Y NO
      *        DEBE QUEDAR REGISTRADA COMO GENERACION BUENA.
               IF 88-FS-MAESTRO-EOF AND SW-ERR-GRABACION NOT = 'S'
                   MOVE 'S' TO SW-COPIA-COMPLETA
               ELSE
                   MOVE 'N' TO SW-COPIA-COMPLETA
                   IF SW-ERR-GRABACION NOT = 'S'
                       DISPLAY "ERROR DE LECTURA DEL MAESTRO "
                               "DURANTE EL BACKUP. FS-MAESTRO: "
                               FS-MAESTRO
                   END-IF
               END-IF
               CLOSE EMPLEADO-MAESTRO
               OPEN I-O EMPLEADO-MAESTRO
               IF SW-COPIA-COMPLETA = 'S'
                   MOVE SPACES            TO REG-BACKUP
                   MOVE 'T'               TO BKP-TRL-TIPO
                   MOVE WS-BKP-CANTIDAD   TO BKP-TRL-CANTIDAD
                   MOVE WS-BKP-CHECKSUM   TO BKP-TRL-CHECKSUM
                   WRITE REG-BACKUP
                   CLOSE BACKUP-MAESTRO
                   PERFORM 944-VERIFICAR-ARCHIVO-BKP
                   IF SW-ARCH-OK = 'S' AND
                      WS-VER-CANTIDAD = WS-BKP-CANTIDAD AND
                      WS-VER-CHECKSUM = WS-BKP-CHECKSUM
                       PERFORM 945-GRABAR-CONTROL-BACKUP
                       DISPLAY "BACKUP GENERACION " WS-GEN-BACKUP
                               " VERIFICADO. REGISTROS: "
                               WS-BKP-CANTIDAD "  CHECKSUM: "
                               WS-BKP-CHECKSUM
                   ELSE
                       DISPLAY "EL BACKUP NO BALANCEA: LA "
                               "GENERACION " WS-GEN-BACKUP
                               " NO SE REGISTRA COMO BUENA. "
                               "REPITA EL UNLOAD."
                   END-IF
               ELSE
                   CLOSE BACKUP-MAESTRO
                   DISPLAY "UNLOAD INCOMPLETO: LA GENERACION "
                           WS-GEN-BACKUP " NO SE REGISTRA COMO "
                           "BUENA (SIN COLA). REPITA EL UNLOAD."
               END-IF
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE BACKUP. FS: "
                       FS-BACKUP
           END-IF.

       941-LEER-CONTROL-BACKUP.
      *    LA PROXIMA GENERACION ES LA SIGUIENTE A LA ULTIMA BUENA,
      *    VOLVIENDO A 1 DESPUES DE LA ULTIMA DE LOS PARAMETROS (SE
      *    PISA LA MAS VIEJA).
           MOVE 0 TO WS-GEN-BACKUP.
           OPEN INPUT BACKUP-CONTROL.
           IF 88-FS-BKP-CTL-YES
               READ BACKUP-CONTROL
                   AT END
                       CONTINUE
               END-READ
      *        UN CONTROL PISADO O CORRUPTO (NO NUMERICO) SE TRATA
      *        COMO SI NO EXISTIERA: SE ARRANCA DE LA GENERACION 1.
               IF 88-FS-BKP-CTL-YES AND BKC-ULT-GEN IS NUMERIC
                   MOVE BKC-ULT-GEN TO WS-GEN-BACKUP
               END-IF
               CLOSE BACKUP-CONTROL
           END-IF.
           ADD 1 TO WS-GEN-BACKUP.
           IF WS-GEN-BACKUP > WS-PAR-GEN-BACKUP
               MOVE 1 TO WS-GEN-BACKUP
           END-IF.

       943-COPIAR-SIG.
           READ EMPLEADO-MAESTRO NEXT RECORD.
           IF 88-FS-MAESTRO-YES
               MOVE SPACES               TO REG-BACKUP
               MOVE 'D'                  TO BKP-TIPO
               MOVE REG-EMPLEADO-MAESTRO TO BKP-IMAGEN
               WRITE REG-BACKUP
               IF 88-FS-BACKUP-YES
                   ADD 1 TO WS-BKP-CANTIDAD
                   ADD EMP-ID-MAE TO WS-BKP-CHECKSUM
               ELSE
      *            UNA GRABACION FALLIDA INVALIDA EL UNLOAD ENTERO:
      *            SE CORTA EL BARRIDO Y 940 NO GRABA LA COLA NI
      *            REGISTRA LA GENERACION.
                   MOVE 'S' TO SW-ERR-GRABACION
                   DISPLAY "ERROR AL GRABAR EL BACKUP. FS: "
                           FS-BACKUP
               END-IF
           END-IF.

       944-VERIFICAR-ARCHIVO-BKP.
      *    RELEE EL BACKUP DE LA GENERACION EN WS-GEN-DIGITO Y DEJA
      *    EN WS-VER-CANTIDAD/WS-VER-CHECKSUM LO RECONTADO Y EN
      *    WS-TRL-CANT-GUARDADA/WS-TRL-CHK-GUARDADO LO QUE DICE LA
      *    COLA. SW-ARCH-OK QUEDA EN 'S' SOLO SI EL ARCHIVO ES
      *    INTERNAMENTE CONSISTENTE (HAY COLA Y LOS TOTALES DAN).
           MOVE 'N' TO SW-ARCH-OK.
           MOVE 'N' TO SW-COLA-VISTA.
           MOVE 0 TO WS-VER-CANTIDAD.
           MOVE 0 TO WS-VER-CHECKSUM.
           MOVE 0 TO WS-TRL-CANT-GUARDADA.
           MOVE 0 TO WS-TRL-CHK-GUARDADO.
           OPEN INPUT BACKUP-MAESTRO.
           IF 88-FS-BACKUP-YES
               PERFORM 946-VERIFICAR-SIG
                       UNTIL NOT 88-FS-BACKUP-YES
               CLOSE BACKUP-MAESTRO
               IF SW-COLA-VISTA = 'S' AND
                  WS-VER-CANTIDAD = WS-TRL-CANT-GUARDADA AND
                  WS-VER-CHECKSUM = WS-TRL-CHK-GUARDADO
                   MOVE 'S' TO SW-ARCH-OK
               END-IF
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL BACKUP A VERIFICAR. "
                       "FS: " FS-BACKUP
           END-IF.

       945-GRABAR-CONTROL-BACKUP.
           OPEN OUTPUT BACKUP-CONTROL.
           IF 88-FS-BKP-CTL-YES
               MOVE WS-GEN-BACKUP TO BKC-ULT-GEN
               WRITE REG-BACKUP-CONTROL
               CLOSE BACKUP-CONTROL
           ELSE
               DISPLAY "ERROR AL GRABAR Backup-maestro.CTL. FS: "
                       FS-BKP-CTL
           END-IF.

       946-VERIFICAR-SIG.
           READ BACKUP-MAESTRO.
           IF 88-FS-BACKUP-YES
               EVALUATE BKP-TIPO
                   WHEN 'D'
                       ADD 1 TO WS-VER-CANTIDAD
                       MOVE BKP-IMAGEN(1:6) TO WS-ID-AUX
                       ADD WS-ID-AUX TO WS-VER-CHECKSUM
                   WHEN 'T'
                       MOVE 'S' TO SW-COLA-VISTA
                       MOVE BKP-TRL-CANTIDAD TO
                               WS-TRL-CANT-GUARDADA
                       MOVE BKP-TRL-CHECKSUM TO
                               WS-TRL-CHK-GUARDADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       950-RELOAD-MAESTRO.
      *    RECONSTRUYE EL MAESTRO INDEXADO DESDE UNA GENERACION DE
      *    BACKUP ELEGIDA. PRIMERO SE VERIFICA EL BACKUP (COLA VS
      *    RECUENTO); SI NO BALANCEA NO SE TOCA EL MAESTRO. DESPUES
      *    DE CARGAR SE RECORRE EL MAESTRO RECONSTRUIDO Y SE VUELVE
      *    A COMPARAR CANTIDAD Y CHECKSUM CONTRA LA COLA: UN RELOAD
      *    QUE NO BALANCEA SE INFORMA COMO NO VALIDO Y DEBE
      *    REPETIRSE ANTES DE USAR EL ARCHIVO.
           DISPLAY "GENERACION A RESTAURAR (1-" WS-PAR-GEN-BACKUP
                   "): ".
           ACCEPT WS-GEN-ALFA.
           MOVE 0 TO WS-GEN-BACKUP.
           IF WS-GEN-ALFA NOT = SPACES AND
              FUNCTION TRIM(WS-GEN-ALFA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-GEN-ALFA) TO WS-GEN-BACKUP
           END-IF.
           IF WS-GEN-BACKUP < 1 OR WS-GEN-BACKUP > WS-PAR-GEN-BACKUP
               DISPLAY "GENERACION INVALIDA. RELOAD CANCELADO."
           ELSE
               MOVE WS-GEN-BACKUP TO WS-GEN-DIGITO
               PERFORM 044-5-RUTA-BACKUP
               PERFORM 944-VERIFICAR-ARCHIVO-BKP
               IF SW-ARCH-OK NOT = 'S'
                   DISPLAY "EL BACKUP DE LA GENERACION "
                           WS-GEN-BACKUP " NO BALANCEA. EL MAESTRO "
                           "NO SE TOCA. RELOAD CANCELADO."
               ELSE
                   DISPLAY "SE VA A PISAR EL MAESTRO CON LA "
                           "GENERACION " WS-GEN-BACKUP " ("
                           WS-TRL-CANT-GUARDADA " REGISTROS). "
                           "CONFIRMA (S/N)? "
                   ACCEPT WS-RESP-RELOAD
                   IF WS-RESP-RELOAD = 'S' OR WS-RESP-RELOAD = 's'
                       PERFORM 952-CARGAR-RELOAD
                   ELSE
                       DISPLAY "RELOAD CANCELADO."
                   END-IF
               END-IF
           END-IF.

       952-CARGAR-RELOAD.
           MOVE 0 TO WS-BKP-CANTIDAD.
           MOVE 0 TO WS-BKP-CHECKSUM.
           OPEN INPUT BACKUP-MAESTRO.
           IF 88-FS-BACKUP-YES
               CLOSE EMPLEADO-MAESTRO
               OPEN OUTPUT EMPLEADO-MAESTRO
               PERFORM 953-RESTAURAR-SIG
                       UNTIL NOT 88-FS-BACKUP-YES
               CLOSE EMPLEADO-MAESTRO
               OPEN I-O EMPLEADO-MAESTRO
               CLOSE BACKUP-MAESTRO
               PERFORM 954-VERIFICAR-RELOAD
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL BACKUP. RELOAD "
                       "CANCELADO. FS: " FS-BACKUP
           END-IF.

       953-RESTAURAR-SIG.
           READ BACKUP-MAESTRO.
           IF 88-FS-BACKUP-YES
               IF BKP-TIPO = 'D'
                   MOVE BKP-IMAGEN TO REG-EMPLEADO-MAESTRO
                   WRITE REG-EMPLEADO-MAESTRO
                   IF NOT 88-FS-MAESTRO-YES
                       DISPLAY "ERROR AL RECARGAR ID " EMP-ID-MAE
                               ". FS-MAESTRO: " FS-MAESTRO
                   END-IF
               END-IF
           END-IF.

       954-VERIFICAR-RELOAD.
      *    RECUENTO FINAL SOBRE EL MAESTRO RECONSTRUIDO, CONTRA LA
      *    COLA DEL BACKUP QUE SE ACABA DE CARGAR.
           MOVE 0 TO WS-VER-CANTIDAD.
           MOVE 0 TO WS-VER-CHECKSUM.
           CLOSE EMPLEADO-MAESTRO.
           OPEN INPUT EMPLEADO-MAESTRO.
           PERFORM 955-CONTAR-SIG-MAESTRO
                   UNTIL NOT 88-FS-MAESTRO-YES.
           CLOSE EMPLEADO-MAESTRO.
           OPEN I-O EMPLEADO-MAESTRO.
           IF WS-VER-CANTIDAD = WS-TRL-CANT-GUARDADA AND
              WS-VER-CHECKSUM = WS-TRL-CHK-GUARDADO
               DISPLAY "RELOAD VERIFICADO. REGISTROS: "
                       WS-VER-CANTIDAD "  CHECKSUM: "
                       WS-VER-CHECKSUM
               PERFORM 060-OBTENER-PROXIMO-ID
           ELSE
               DISPLAY "ERROR GRAVE: EL RELOAD NO BALANCEA "
                       "(MAESTRO " WS-VER-CANTIDAD "/"
                       WS-VER-CHECKSUM " VS COLA "
                       WS-TRL-CANT-GUARDADA "/"
                       WS-TRL-CHK-GUARDADO ")."
               DISPLAY "NO USE EL MAESTRO: REPITA EL RELOAD ANTES "
                       "DE SEGUIR."
           END-IF.

       955-CONTAR-SIG-MAESTRO.
           READ EMPLEADO-MAESTRO NEXT RECORD.
           IF 88-FS-MAESTRO-YES
               ADD 1 TO WS-VER-CANTIDAD
               ADD EMP-ID-MAE TO WS-VER-CHECKSUM
           END-IF.

       960-DECLARACION-AFIP.
      *    DECLARACION DE ALTAS, BAJAS Y REINGRESOS PARA AFIP (MI
      *    SIMPLIFICACION), ARMADA DESDE EL DIARIO DE NOVEDADES CON
      *    LOS MOVIMIENTOS POSTERIORES A LA ULTIMA DECLARACION. IGUAL
      *    QUE EL EXTRACTO DE SUELDOS (930), SI LA ANTERIOR SIGUE SIN
      *    ACUSE DE AFIP NO SE LA PISA SALVO QUE EL OPERADOR CONFIRME
      *    QUE YA FUE ACEPTADA.
           PERFORM 961-LEER-CONTROL-AFIP.
           IF SW-AFIP-PENDIENTE = 'S'
               DISPLAY "LA DECLARACION SECUENCIA " WS-AFIP-SECUENCIA
                       " AUN NO TIENE REGISTRADO EL ACUSE DE AFIP."
               DISPLAY "SI AFIP YA LA ACEPTO: S = REGISTRAR EL ACUSE "
                       "Y GENERAR LA SIGUIENTE, "
               DISPLAY "A = SOLO REGISTRAR EL ACUSE: "
               ACCEPT WS-AFIP-RESP
               EVALUATE WS-AFIP-RESP
                   WHEN 'S' WHEN 's'
                       PERFORM 962-GENERAR-AFIP
                   WHEN 'A' WHEN 'a'
                       PERFORM 969-5-REGISTRAR-ACUSE
                   WHEN OTHER
                       DISPLAY "DECLARACION NO GENERADA: LA ANTERIOR "
                               "SIGUE SIN ACUSE."
               END-EVALUATE
           ELSE
               PERFORM 962-GENERAR-AFIP
           END-IF.

       961-LEER-CONTROL-AFIP.
      *    DEJA EN WS-AFIP-DESDE LA FECHA-HORA DEL DIARIO HASTA LA QUE
      *    LLEGO LA ULTIMA DECLARACION. SIN CONTROL (NUNCA SE DECLARO
      *    DESDE ESTE SISTEMA) QUEDA SW-AFIP-PRIMERA EN 'S'.
           MOVE 0   TO WS-AFIP-SECUENCIA.
           MOVE 0   TO WS-AFIP-DESDE.
           MOVE 'N' TO SW-AFIP-PENDIENTE.
           MOVE 'S' TO SW-AFIP-PRIMERA.
           OPEN INPUT CONTROL-AFIP.
           IF 88-FS-CTL-AFIP-YES
               READ CONTROL-AFIP
                   AT END
                       CONTINUE
               END-READ
               IF 88-FS-CTL-AFIP-YES
                   MOVE 'N'           TO SW-AFIP-PRIMERA
                   MOVE CAF-SECUENCIA TO WS-AFIP-SECUENCIA
                   MOVE CAF-HASTA     TO WS-AFIP-DESDE
                   IF CAF-ACUSADO NOT = 'S'
                       MOVE 'S' TO SW-AFIP-PENDIENTE
                   END-IF
               END-IF
               CLOSE CONTROL-AFIP
           END-IF.

       962-GENERAR-AFIP.
      *    LA PRIMERA VEZ SE PIDE DESDE QUE FECHA DECLARAR, PARA NO
      *    MANDAR DE NUEVO LO QUE YA SE CARGO A MANO EN AFIP. EL
      *    ARCHIVO DE RETENIDOS ES OBLIGATORIO: SIN EL, UN MOVIMIENTO
      *    RETENIDO QUEDARIA ATRAS DEL CORTE Y NO SE DECLARARIA NUNCA.
           IF SW-AFIP-PRIMERA = 'S'
               MOVE 'N' TO SW-AUS-FECHA-OK
               PERFORM 962-1-PEDIR-DESDE-AFIP
                       UNTIL SW-AUS-FECHA-OK = 'S'
           END-IF.
           MOVE WS-AFIP-SECUENCIA TO WS-AFIP-SEC-ANT.
           ADD 1 TO WS-AFIP-SECUENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE WS-SYS-FECHA TO WS-AFIP-FH-FECHA.
           MOVE WS-SYS-HORA  TO WS-AFIP-FH-HORA.
           MOVE WS-AFIP-FH   TO WS-AFIP-HASTA.
           MOVE 0 TO WS-AFIP-DECLARADOS.
           MOVE 0 TO WS-AFIP-RETENIDOS.
           MOVE 0 TO WS-AFIP-NUEVOS-RET.
           MOVE 0 TO WS-AFIP-HASH.

           OPEN I-O AFIP-RETENIDOS.
           IF 88-FS-AFIP-RET-NOFILE
               OPEN OUTPUT AFIP-RETENIDOS
               CLOSE AFIP-RETENIDOS
               OPEN I-O AFIP-RETENIDOS
           END-IF.
           IF 88-FS-AFIP-RET-YES
               OPEN OUTPUT DECLARACION-AFIP
               IF 88-FS-AFIP-YES
                   OPEN OUTPUT AFIP-EXCEPCIONES
                   IF 88-FS-AFIP-EXC-YES
                       PERFORM 963-PROCESAR-AFIP
                       CLOSE AFIP-EXCEPCIONES
                   ELSE
                       CLOSE DECLARACION-AFIP
                       DISPLAY "NO SE PUDO ABRIR Afip-excepciones.TXT"
                               ". DECLARACION NO GENERADA. FS: "
                               FS-AFIP-EXC
                   END-IF
               ELSE
                   DISPLAY "NO SE PUDO ABRIR Afip-declaracion.DAT. "
                           "FS: " FS-AFIP
               END-IF
               CLOSE AFIP-RETENIDOS
           ELSE
               DISPLAY "NO SE PUDO ABRIR Afip-retenidos.DAT. "
                       "DECLARACION NO GENERADA. FS: " FS-AFIP-RET
           END-IF.

       962-1-PEDIR-DESDE-AFIP.
           DISPLAY "PRIMERA DECLARACION: DECLARAR MOVIMIENTOS DESDE "
                   "(AAAAMMDD): ".
           ACCEPT WS-CORTE-ALFA.
           PERFORM 772-9-VALIDAR-FECHA-AUS.
           IF SW-AUS-FECHA-OK = 'S'
               COMPUTE WS-AFIP-DESDE = WS-CORTE-FECHA * 1000000 - 1
               END-COMPUTE
           END-IF.

       963-PROCESAR-AFIP.
      *    PRIMERO LOS RETENIDOS DE CORRIDAS ANTERIORES (YA
      *    CORREGIDOS O NO) Y DESPUES LOS MOVIMIENTOS NUEVOS DEL
      *    DIARIO. IGUAL QUE EN 932, LA COLA Y EL CONTROL SOLO SE
      *    GRABAN SI TODO SE LEYO Y GRABO BIEN; SI NO, LA PROXIMA
      *    CORRIDA REPITE LA MISMA SECUENCIA DESDE EL MISMO PUNTO.
           MOVE SPACES            TO REG-AFIP.
           MOVE '1'               TO AFI-CAB-TIPO.
           MOVE WS-SYS-FECHA      TO AFI-CAB-FECHA.
           MOVE WS-AFIP-SECUENCIA TO AFI-CAB-SECUENCIA.
           MOVE WS-AFIP-DESDE     TO AFI-CAB-DESDE.
           MOVE WS-AFIP-HASTA     TO AFI-CAB-HASTA.
           WRITE REG-AFIP.
           MOVE 1 TO WS-NUMERO-PAGINA-AFE.
           PERFORM 968-ENCABEZADO-AFE.

           MOVE 'N' TO SW-ERR-GRABACION.
           MOVE LOW-VALUES TO ARE-CLAVE.
           START AFIP-RETENIDOS KEY IS NOT LESS THAN ARE-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-AFIP-RET-YES
               PERFORM 964-REVISAR-SIG-RET
                       UNTIL NOT 88-FS-AFIP-RET-YES
                          OR SW-ERR-GRABACION = 'S'
           END-IF.

           MOVE 'N' TO SW-COPIA-COMPLETA.
           IF SW-ERR-GRABACION NOT = 'S'
               CLOSE DIARIO-NOVEDADES
               OPEN INPUT DIARIO-NOVEDADES
               IF 88-FS-DIARIO-YES
                   PERFORM 965-LEER-SIG-DIARIO-AFIP
                           UNTIL NOT 88-FS-DIARIO-YES
                              OR SW-ERR-GRABACION = 'S'
                   IF 88-FS-DIARIO-EOF AND SW-ERR-GRABACION NOT = 'S'
                       MOVE 'S' TO SW-COPIA-COMPLETA
                   ELSE
                       IF SW-ERR-GRABACION NOT = 'S'
                           DISPLAY "ERROR DE LECTURA DEL DIARIO "
                                   "DURANTE LA DECLARACION. "
                                   "FS-DIARIO: " FS-DIARIO
                       END-IF
                   END-IF
                   CLOSE DIARIO-NOVEDADES
               ELSE
                   DISPLAY "NO SE PUDO LEER EL DIARIO DE NOVEDADES. "
                           "FS-DIARIO: " FS-DIARIO
               END-IF
               OPEN EXTEND DIARIO-NOVEDADES
           END-IF.

           IF SW-COPIA-COMPLETA = 'S'
               MOVE SPACES             TO REG-AFIP
               MOVE '3'                TO AFI-TRL-TIPO
               MOVE WS-AFIP-DECLARADOS TO AFI-TRL-CANTIDAD
               MOVE WS-AFIP-HASH       TO AFI-TRL-HASH-CUIL
               WRITE REG-AFIP
               IF 88-FS-AFIP-YES
                   CLOSE DECLARACION-AFIP
                   PERFORM 969-GRABAR-CONTROL-AFIP
                   DISPLAY "DECLARACION AFIP SECUENCIA "
                           WS-AFIP-SECUENCIA " GENERADA. "
                           "MOVIMIENTOS: " WS-AFIP-DECLARADOS
                           "  RETENIDOS: " WS-AFIP-RETENIDOS
               ELSE
                   CLOSE DECLARACION-AFIP
                   DISPLAY "ERROR AL GRABAR LA COLA DE LA "
                           "DECLARACION (FS: " FS-AFIP
                           "): NO SE REGISTRA LA SECUENCIA "
                           WS-AFIP-SECUENCIA ". REPITA LA CORRIDA."
               END-IF
           ELSE
               CLOSE DECLARACION-AFIP
               DISPLAY "DECLARACION INCOMPLETA (SIN COLA): NO SE "
                       "REGISTRA LA SECUENCIA " WS-AFIP-SECUENCIA
                       ". REPITA LA CORRIDA."
           END-IF.
           PERFORM 968-5-TOTALES-AFE.
           IF WS-AFIP-RETENIDOS > 0
               DISPLAY "MOVIMIENTOS RETENIDOS LISTADOS EN "
                       "Afip-excepciones.TXT."
           END-IF.

       964-REVISAR-SIG-RET.
      *    UN RETENIDO SE VUELVE A VALIDAR CON LOS DATOS ACTUALES DEL
      *    MAESTRO (LOS QUE RH CORRIGIO POR (C)AMBIO); LOS DATOS DEL
      *    MOVIMIENTO (TIPO, FECHAS DE BAJA) SIGUEN SIENDO LOS DE SU
      *    IMAGEN. UNO YA ENVIADO EN UNA SECUENCIA QUE NO LLEGO A
      *    REGISTRARSE SE VUELVE A ENVIAR EN ESTA.
           READ AFIP-RETENIDOS NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-AFIP-RET-YES
               IF 88-ARE-RETENIDO OR ARE-SEC-ENVIO > WS-AFIP-SEC-ANT
                   MOVE ARE-IMAGEN     TO WS-IMAGEN-MAE
                   MOVE ARE-FECHA-HORA TO WS-AFIP-FH
                   MOVE ARE-TIPO-TRANS TO WS-AFIP-TIPO-TRANS
                   MOVE ARE-EMP-ID     TO EMP-ID-MAE
                   READ EMPLEADO-MAESTRO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF 88-FS-MAESTRO-YES
                       MOVE EMP-APELLIDO-MAE  TO IMG-APELLIDO-MAE
                       MOVE EMP-NOMBRE-MAE    TO IMG-NOMBRE-MAE
                       MOVE EMP-LEGAJO-MAE    TO IMG-LEGAJO-MAE
                       MOVE EMP-CUIL-MAE      TO IMG-CUIL-MAE
                       MOVE EMP-SECTOR-MAE    TO IMG-SECTOR-MAE
                       MOVE EMP-CARGO-MAE     TO IMG-CARGO-MAE
                       MOVE EMP-FECHA-ING-MAE TO IMG-FECHA-ING-MAE
                   END-IF
                   PERFORM 967-VALIDAR-MOVIMIENTO-AFIP
                   IF SW-AFIP-VALIDO = 'S'
                       PERFORM 967-5-GRABAR-DETALLE-AFIP
                       IF SW-ERR-GRABACION NOT = 'S'
                           MOVE 'E'               TO ARE-ESTADO
                           MOVE WS-AFIP-SECUENCIA TO ARE-SEC-ENVIO
                           REWRITE REG-AFIP-RETENIDO
                           IF NOT 88-FS-AFIP-RET-YES
                               MOVE 'S' TO SW-ERR-GRABACION
                               DISPLAY "ERROR AL ACTUALIZAR "
                                       "Afip-retenidos.DAT. FS: "
                                       FS-AFIP-RET
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-AFIP-RETENIDOS
                       PERFORM 967-7-LINEA-EXCEPCION
                       IF 88-ARE-ENVIADO
                           MOVE 'R' TO ARE-ESTADO
                           MOVE 0   TO ARE-SEC-ENVIO
                           REWRITE REG-AFIP-RETENIDO
                           IF NOT 88-FS-AFIP-RET-YES
                               MOVE 'S' TO SW-ERR-GRABACION
                               DISPLAY "ERROR AL ACTUALIZAR "
                                       "Afip-retenidos.DAT. FS: "
                                       FS-AFIP-RET
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       965-LEER-SIG-DIARIO-AFIP.
           READ DIARIO-NOVEDADES.
           IF 88-FS-DIARIO-YES
               IF JRN-TIPO-TRANS = 'A' OR
                  JRN-TIPO-TRANS = 'B' OR
                  JRN-TIPO-TRANS = 'R'
                   MOVE JRN-FECHA-HORA TO WS-AFIP-FH
                   IF WS-AFIP-FH > WS-AFIP-DESDE AND
                      WS-AFIP-FH NOT > WS-AFIP-HASTA
                       MOVE JRN-IMAGEN-DESPUES TO WS-IMAGEN-MAE
                       MOVE JRN-TIPO-TRANS     TO WS-AFIP-TIPO-TRANS
                       PERFORM 967-VALIDAR-MOVIMIENTO-AFIP
                       IF SW-AFIP-VALIDO = 'S'
                           PERFORM 967-5-GRABAR-DETALLE-AFIP
                       ELSE
                           PERFORM 965-5-RETENER-MOVIMIENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       965-5-RETENER-MOVIMIENTO.
      *    SI YA ESTABA RETENIDO (UNA SECUENCIA ANTERIOR QUE NO SE
      *    LLEGO A REGISTRAR), 964 YA LO REVISO Y LO LISTO.
           MOVE SPACES             TO REG-AFIP-RETENIDO.
           MOVE WS-AFIP-FH         TO ARE-FECHA-HORA.
           MOVE JRN-EMP-ID         TO ARE-EMP-ID.
           MOVE JRN-TIPO-TRANS     TO ARE-TIPO-TRANS.
           MOVE 'R'                TO ARE-ESTADO.
           MOVE 0                  TO ARE-SEC-ENVIO.
           MOVE JRN-USUARIO        TO ARE-USUARIO.
           MOVE JRN-IMAGEN-DESPUES TO ARE-IMAGEN.
           WRITE REG-AFIP-RETENIDO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF 88-FS-AFIP-RET-YES
               ADD 1 TO WS-AFIP-NUEVOS-RET
               ADD 1 TO WS-AFIP-RETENIDOS
               PERFORM 967-7-LINEA-EXCEPCION
           ELSE
               IF NOT 88-FS-AFIP-RET-DUP
                   MOVE 'S' TO SW-ERR-GRABACION
                   DISPLAY "ERROR AL GRABAR Afip-retenidos.DAT. FS: "
                           FS-AFIP-RET
               END-IF
           END-IF.

       967-VALIDAR-MOVIMIENTO-AFIP.
      *    SE RETIENEN LOS CUIL EN CERO O CON DIGITO VERIFICADOR
      *    INVALIDO Y LOS VALORES PROVISORIOS QUE DEJAN EL BATCH (815)
      *    Y LA CONVERSION (910); LA CAUSA ES LA PRIMERA QUE FALLA.
           MOVE 'S'    TO SW-AFIP-VALIDO.
           MOVE SPACES TO WS-AFIP-CAUSA.
           IF IMG-CUIL-MAE = 0
               MOVE 'N' TO SW-AFIP-VALIDO
               MOVE "CUIL EN CERO" TO WS-AFIP-CAUSA
           ELSE
               MOVE IMG-CUIL-MAE TO WS-CUIL-TRABAJO
               PERFORM 632-3-CHEQUEAR-DV
               IF SW-CUIL-VALIDO NOT = 'S'
                   MOVE 'N' TO SW-AFIP-VALIDO
                   MOVE "CUIL DIGITO INVALIDO" TO WS-AFIP-CAUSA
               END-IF
           END-IF.
           IF SW-AFIP-VALIDO = 'S' AND IMG-LEGAJO-MAE = 0
               MOVE 'N' TO SW-AFIP-VALIDO
               MOVE "LEGAJO SIN ASIGNAR" TO WS-AFIP-CAUSA
           END-IF.
           IF SW-AFIP-VALIDO = 'S' AND IMG-SECTOR-MAE = 'SIN ASIGNAR'
               MOVE 'N' TO SW-AFIP-VALIDO
               MOVE "SECTOR SIN ASIGNAR" TO WS-AFIP-CAUSA
           END-IF.
           IF SW-AFIP-VALIDO = 'S' AND IMG-CARGO-MAE = 'SIN ASIGNAR'
               MOVE 'N' TO SW-AFIP-VALIDO
               MOVE "CARGO SIN ASIGNAR" TO WS-AFIP-CAUSA
           END-IF.
           IF SW-AFIP-VALIDO = 'S' AND IMG-FECHA-ING-MAE = 0
               MOVE 'N' TO SW-AFIP-VALIDO
               MOVE "FECHA INGRESO EN CERO" TO WS-AFIP-CAUSA
           END-IF.

       967-5-GRABAR-DETALLE-AFIP.
      *    LA FECHA DEL MOVIMIENTO ES LA DE INGRESO EN UN ALTA, LA DE
      *    BAJA EN UNA BAJA Y LA DEL DIARIO EN UN REINGRESO (550 NO
      *    CAMBIA LA FECHA DE INGRESO ORIGINAL).
           MOVE IMG-FECHA-ING-MAE TO WS-AFIP-ING-DDMMAAAA.
           COMPUTE WS-AFIP-FECHA-ING = WS-AFIP-ING-AAAA * 10000 +
                                       WS-AFIP-ING-MM * 100 +
                                       WS-AFIP-ING-DD
           END-COMPUTE.
           MOVE SPACES             TO REG-AFIP.
           MOVE '2'                TO AFI-DET-TIPO.
           MOVE WS-AFIP-TIPO-TRANS TO AFI-DET-MOVIMIENTO.
           MOVE IMG-CUIL-MAE       TO AFI-DET-CUIL.
           MOVE IMG-LEGAJO-MAE     TO AFI-DET-LEGAJO.
           MOVE IMG-APELLIDO-MAE   TO AFI-DET-APELLIDO.
           MOVE IMG-NOMBRE-MAE     TO AFI-DET-NOMBRE.
           MOVE WS-AFIP-FECHA-ING  TO AFI-DET-FECHA-ING.
           MOVE 0                  TO AFI-DET-FECHA-BAJA.
           MOVE SPACE              TO AFI-DET-MOTIVO.
           EVALUATE WS-AFIP-TIPO-TRANS
               WHEN 'A'
                   MOVE WS-AFIP-FECHA-ING TO AFI-DET-FECHA-MOV
               WHEN 'B'
                   COMPUTE AFI-DET-FECHA-BAJA =
                           IMG-FECHA-BAJA-AAAA * 10000 +
                           IMG-FECHA-BAJA-MM * 100 +
                           IMG-FECHA-BAJA-DD
                   END-COMPUTE
                   MOVE AFI-DET-FECHA-BAJA TO AFI-DET-FECHA-MOV
                   PERFORM 572-MOTIVO-BAJA-IMAGEN
                   MOVE WS-MOTIVO-BAJA TO AFI-DET-MOTIVO
               WHEN OTHER
                   MOVE WS-AFIP-FH-FECHA TO AFI-DET-FECHA-MOV
           END-EVALUATE.
           MOVE IMG-SECTOR-MAE     TO AFI-DET-SECTOR.
           MOVE IMG-CARGO-MAE      TO AFI-DET-CARGO.
           MOVE IMG-ID-MAE         TO AFI-DET-EMP-ID.
           MOVE WS-AFIP-FH         TO AFI-DET-FECHA-HORA.
           WRITE REG-AFIP.
           IF 88-FS-AFIP-YES
               ADD 1            TO WS-AFIP-DECLARADOS
               ADD IMG-CUIL-MAE TO WS-AFIP-HASH
           ELSE
               MOVE 'S' TO SW-ERR-GRABACION
               DISPLAY "ERROR AL GRABAR LA DECLARACION. FS: " FS-AFIP
           END-IF.

       967-7-LINEA-EXCEPCION.
           MOVE WS-AFIP-FH-FECHA TO WS-AFIP-FECHA.
           MOVE WS-AFIP-F-DD     TO AFE-DET-DD.
           MOVE WS-AFIP-F-MM     TO AFE-DET-MM.
           MOVE WS-AFIP-F-AAAA   TO AFE-DET-AAAA.
           EVALUATE WS-AFIP-TIPO-TRANS
               WHEN 'A'
                   MOVE "ALTA"  TO WS-AFE-DET-TIPO
               WHEN 'B'
                   MOVE "BAJA"  TO WS-AFE-DET-TIPO
               WHEN OTHER
                   MOVE "REING" TO WS-AFE-DET-TIPO
           END-EVALUATE.
           MOVE IMG-ID-MAE       TO WS-AFE-DET-ID.
           MOVE IMG-LEGAJO-MAE   TO WS-AFE-DET-LEGAJO.
           MOVE IMG-APELLIDO-MAE TO WS-AFE-DET-APELLIDO.
           MOVE IMG-NOMBRE-MAE   TO WS-AFE-DET-NOMBRE.
           MOVE WS-AFIP-CAUSA    TO WS-AFE-DET-CAUSA.
           WRITE REG-AFIP-EXCEPCION FROM WS-DETALLE-AFE
                   AFTER ADVANCING 1.
           ADD 1 TO WS-LINEAS-PAGINA-AFE.
           IF WS-LINEAS-PAGINA-AFE >= WS-MAX-LINEAS-PAGINA
               ADD 1 TO WS-NUMERO-PAGINA-AFE
               PERFORM 968-ENCABEZADO-AFE
           END-IF.

       968-ENCABEZADO-AFE.
           WRITE REG-AFIP-EXCEPCION FROM WS-TITULO-AFE
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-AFE   TO TIT-2-PAGINA
           WRITE REG-AFIP-EXCEPCION FROM WS-TITULO-2
                   AFTER ADVANCING 1
           WRITE REG-AFIP-EXCEPCION FROM WS-GUIONES
                   AFTER ADVANCING 1
           WRITE REG-AFIP-EXCEPCION FROM WS-SUB-TIT-AFE
                   AFTER ADVANCING 1
           WRITE REG-AFIP-EXCEPCION FROM WS-GUIONES
                   AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA-AFE.

       968-5-TOTALES-AFE.
           WRITE REG-AFIP-EXCEPCION FROM WS-GUIONES
                   AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-AFE.
           STRING " SECUENCIA DE LA DECLARACION: " WS-AFIP-SECUENCIA
                   DELIMITED BY SIZE INTO WS-LINEA-AFE
           END-STRING.
           WRITE REG-AFIP-EXCEPCION FROM WS-LINEA-AFE
                   AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-AFE.
           STRING " MOVIMIENTOS DECLARADOS.....: " WS-AFIP-DECLARADOS
                   DELIMITED BY SIZE INTO WS-LINEA-AFE
           END-STRING.
           WRITE REG-AFIP-EXCEPCION FROM WS-LINEA-AFE
                   AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-AFE.
           STRING " RETENIDOS (TOTAL)..........: " WS-AFIP-RETENIDOS
                   DELIMITED BY SIZE INTO WS-LINEA-AFE
           END-STRING.
           WRITE REG-AFIP-EXCEPCION FROM WS-LINEA-AFE
                   AFTER ADVANCING 1.
           MOVE SPACES TO WS-LINEA-AFE.
           STRING " RETENIDOS EN ESTA CORRIDA..: " WS-AFIP-NUEVOS-RET
                   DELIMITED BY SIZE INTO WS-LINEA-AFE
           END-STRING.
           WRITE REG-AFIP-EXCEPCION FROM WS-LINEA-AFE
                   AFTER ADVANCING 1.

       969-GRABAR-CONTROL-AFIP.
           OPEN OUTPUT CONTROL-AFIP.
           IF 88-FS-CTL-AFIP-YES
               MOVE WS-AFIP-SECUENCIA TO CAF-SECUENCIA
               MOVE 'N'               TO CAF-ACUSADO
               MOVE WS-AFIP-HASTA     TO CAF-HASTA
               WRITE REG-CONTROL-AFIP
               CLOSE CONTROL-AFIP
           ELSE
               DISPLAY "ERROR AL GRABAR Afip-control.DAT. FS: "
                       FS-CTL-AFIP
           END-IF.

       969-5-REGISTRAR-ACUSE.
      *    DEJA REGISTRADO QUE AFIP ACEPTO LA SECUENCIA ACTUAL, SIN
      *    GENERAR UNA DECLARACION NUEVA.
           OPEN OUTPUT CONTROL-AFIP.
           IF 88-FS-CTL-AFIP-YES
               MOVE WS-AFIP-SECUENCIA TO CAF-SECUENCIA
               MOVE 'S'               TO CAF-ACUSADO
               MOVE WS-AFIP-DESDE     TO CAF-HASTA
               WRITE REG-CONTROL-AFIP
               CLOSE CONTROL-AFIP
               DISPLAY "ACUSE DE LA SECUENCIA " WS-AFIP-SECUENCIA
                       " REGISTRADO."
           ELSE
               DISPLAY "ERROR AL GRABAR Afip-control.DAT. FS: "
                       FS-CTL-AFIP
           END-IF.

       970-PRESUPUESTO-DOTACION.
      *    PRESUPUESTO DE DOTACION (SOLO PERFIL DE ACTUALIZACION):
      *    PUESTOS Y MASA SALARIAL APROBADOS POR SECTOR/CARGO PARA EL
      *    PERIODO, CON SU INFORME DE VACANTES Y EXCEDENTES CONTRA EL
      *    MAESTRO. LAS ALTAS SE CONTROLAN CONTRA ESTAS CELDAS (978).
           IF SW-PRESUPUESTO-ABIERTO NOT = 'S'
               DISPLAY "EL PRESUPUESTO NO ESTA DISPONIBLE EN ESTA "
                       "SESION."
           ELSE
               MOVE ' ' TO WS-PRE-OPCION
               PERFORM 971-MENU-PRESUPUESTO UNTIL 88-PREOP-FIN
           END-IF.

       971-MENU-PRESUPUESTO.
           DISPLAY " ".
           DISPLAY "PRESUPUESTO: (A)lta  (M)odificacion  (B)aja  "
                   "(L)istado  (I)nforme de vacantes  (F)in: ".
           ACCEPT WS-PRE-OPCION.
           EVALUATE TRUE
               WHEN 88-PREOP-ALTA
                   PERFORM 972-ALTA-PRESUPUESTO
               WHEN 88-PREOP-MODIF
                   PERFORM 973-MODIF-PRESUPUESTO
               WHEN 88-PREOP-BAJA
                   PERFORM 974-BAJA-PRESUPUESTO
               WHEN 88-PREOP-LISTADO
                   PERFORM 975-LISTADO-PRESUPUESTO
               WHEN 88-PREOP-INFORME
                   PERFORM 979-INFORME-VACANTES
               WHEN 88-PREOP-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.

       972-ALTA-PRESUPUESTO.
           PERFORM 976-PEDIR-CLAVE-PRE.
           MOVE WS-PRE-SECTOR-IN TO PRE-SECTOR.
           MOVE WS-PRE-CARGO-IN  TO PRE-CARGO.
           READ PRESUPUESTO-DOT
               INVALID KEY
                   CONTINUE
           END-READ.
           IF 88-FS-PRESUPUESTO-YES
               DISPLAY "ESA CELDA YA TIENE PRESUPUESTO: USE "
                       "(M)ODIFICACION."
           ELSE
               MOVE SPACES           TO REG-PRESUPUESTO
               MOVE WS-PRE-SECTOR-IN TO PRE-SECTOR
               MOVE WS-PRE-CARGO-IN  TO PRE-CARGO
               MOVE 0                TO PRE-PUESTOS
               MOVE 0                TO PRE-MASA
               MOVE 'A'              TO PRE-CONTROL
               PERFORM 977-PEDIR-DATOS-PRE
               WRITE REG-PRESUPUESTO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF 88-FS-PRESUPUESTO-YES
                   DISPLAY "PRESUPUESTO GRABADO."
               ELSE
                   DISPLAY "ERROR AL GRABAR EL PRESUPUESTO. FS: "
                           FS-PRESUPUESTO
               END-IF
           END-IF.

       973-MODIF-PRESUPUESTO.
           PERFORM 976-PEDIR-CLAVE-PRE.
           MOVE WS-PRE-SECTOR-IN TO PRE-SECTOR.
           MOVE WS-PRE-CARGO-IN  TO PRE-CARGO.
           READ PRESUPUESTO-DOT
               INVALID KEY
                   DISPLAY "ESA CELDA NO TIENE PRESUPUESTO."
           END-READ.
           IF 88-FS-PRESUPUESTO-YES
               MOVE PRE-MASA TO WS-PRE-MASA-ED
               DISPLAY "ACTUAL: PERIODO " PRE-PERIODO "  PUESTOS "
                       PRE-PUESTOS "  MASA $ " WS-PRE-MASA-ED
                       "  CONTROL " PRE-CONTROL
               PERFORM 977-PEDIR-DATOS-PRE
               REWRITE REG-PRESUPUESTO
               IF 88-FS-PRESUPUESTO-YES
                   DISPLAY "PRESUPUESTO MODIFICADO."
               ELSE
                   DISPLAY "ERROR AL MODIFICAR EL PRESUPUESTO. FS: "
                           FS-PRESUPUESTO
               END-IF
           END-IF.

       974-BAJA-PRESUPUESTO.
      *    SACAR LA CELDA DEL PRESUPUESTO LA DEJA SIN CONTROL EN LAS
      *    ALTAS; EN EL INFORME SUS ACTIVOS SALEN SIN PRESUPUESTO.
           PERFORM 976-PEDIR-CLAVE-PRE.
           MOVE WS-PRE-SECTOR-IN TO PRE-SECTOR.
           MOVE WS-PRE-CARGO-IN  TO PRE-CARGO.
           READ PRESUPUESTO-DOT
               INVALID KEY
                   DISPLAY "ESA CELDA NO TIENE PRESUPUESTO."
           END-READ.
           IF 88-FS-PRESUPUESTO-YES
               DISPLAY "CONFIRMA ELIMINAR EL PRESUPUESTO DE LA CELDA "
                       "(S/N): "
               ACCEPT WS-PRE-RESP
               IF WS-PRE-RESP = 'S' OR WS-PRE-RESP = 's'
                   DELETE PRESUPUESTO-DOT
                   IF 88-FS-PRESUPUESTO-YES
                       DISPLAY "PRESUPUESTO ELIMINADO."
                   ELSE
                       DISPLAY "ERROR AL ELIMINAR EL PRESUPUESTO. "
                               "FS: " FS-PRESUPUESTO
                   END-IF
               ELSE
                   DISPLAY "BAJA CANCELADA."
               END-IF
           END-IF.

       975-LISTADO-PRESUPUESTO.
           MOVE 0 TO WS-PRE-LISTADOS.
           MOVE LOW-VALUES TO PRE-CLAVE.
           START PRESUPUESTO-DOT KEY IS NOT LESS THAN PRE-CLAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF 88-FS-PRESUPUESTO-YES
               PERFORM 975-5-LISTAR-SIG-PRE
                       UNTIL NOT 88-FS-PRESUPUESTO-YES
           END-IF.
           IF WS-PRE-LISTADOS = 0
               DISPLAY "EL PRESUPUESTO ESTA VACIO."
           ELSE
               DISPLAY "CELDAS LISTADAS: " WS-PRE-LISTADOS
           END-IF.

       975-5-LISTAR-SIG-PRE.
           READ PRESUPUESTO-DOT NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-PRESUPUESTO-YES
               ADD 1 TO WS-PRE-LISTADOS
               MOVE PRE-MASA TO WS-PRE-MASA-ED
               DISPLAY PRE-SECTOR "  " PRE-CARGO "  " PRE-PERIODO
                       "  PUESTOS: " PRE-PUESTOS "  MASA: $ "
                       WS-PRE-MASA-ED "  CONTROL: " PRE-CONTROL
           END-IF.

       976-PEDIR-CLAVE-PRE.
      *    SECTOR Y CARGO SE VALIDAN CONTRA EL CATALOGO (696), PARA
      *    QUE LA CELDA USE LOS MISMOS CODIGOS QUE EL MAESTRO.
           MOVE 'N' TO SW-PRE-DATO-OK.
           PERFORM 976-3-PEDIR-SECTOR-PRE
                   UNTIL SW-PRE-DATO-OK = 'S'.
           MOVE 'N' TO SW-PRE-DATO-OK.
           PERFORM 976-5-PEDIR-CARGO-PRE
                   UNTIL SW-PRE-DATO-OK = 'S'.

       976-3-PEDIR-SECTOR-PRE.
           DISPLAY "SECTOR: ".
           ACCEPT WS-PRE-SECTOR-IN.
           IF WS-PRE-SECTOR-IN = SPACES
               DISPLAY "EL SECTOR NO PUEDE QUEDAR EN BLANCO. "
                       "REINGRESE."
           ELSE
               MOVE 'S'              TO WS-CAT-TIPO-BUSCADO
               MOVE WS-PRE-SECTOR-IN TO WS-CAT-COD-BUSCADO
               PERFORM 696-VALIDAR-CATALOGO
               IF SW-CAT-OK = 'S'
                   MOVE 'S' TO SW-PRE-DATO-OK
               ELSE
                   DISPLAY "SECTOR INEXISTENTE O DADO DE BAJA EN EL "
                           "CATALOGO. REINGRESE."
               END-IF
           END-IF.

       976-5-PEDIR-CARGO-PRE.
           DISPLAY "CARGO: ".
           ACCEPT WS-PRE-CARGO-IN.
           IF WS-PRE-CARGO-IN = SPACES
               DISPLAY "EL CARGO NO PUEDE QUEDAR EN BLANCO. "
                       "REINGRESE."
           ELSE
               MOVE 'C'             TO WS-CAT-TIPO-BUSCADO
               MOVE WS-PRE-CARGO-IN TO WS-CAT-COD-BUSCADO
               PERFORM 696-VALIDAR-CATALOGO
               IF SW-CAT-OK = 'S'
                   MOVE 'S' TO SW-PRE-DATO-OK
               ELSE
                   DISPLAY "CARGO INEXISTENTE O DADO DE BAJA EN EL "
                           "CATALOGO. REINGRESE."
               END-IF
           END-IF.

       977-PEDIR-DATOS-PRE.
      *    CARGA EN REG-PRESUPUESTO LOS DATOS DE LA CELDA. LA MASA EN
      *    CERO DEJA LA CELDA CONTROLADA SOLO POR CANTIDAD DE PUESTOS.
           MOVE 'N' TO SW-PRE-DATO-OK.
           PERFORM 977-1-PEDIR-PERIODO-PRE
                   UNTIL SW-PRE-DATO-OK = 'S'.
           MOVE 'N' TO SW-PRE-DATO-OK.
           PERFORM 977-3-PEDIR-PUESTOS-PRE
                   UNTIL SW-PRE-DATO-OK = 'S'.
           MOVE 'N' TO SW-PRE-DATO-OK.
           PERFORM 977-5-PEDIR-MASA-PRE
                   UNTIL SW-PRE-DATO-OK = 'S'.
           MOVE 'N' TO SW-PRE-DATO-OK.
           PERFORM 977-7-PEDIR-CONTROL-PRE
                   UNTIL SW-PRE-DATO-OK = 'S'.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE WS-SYS-FECHA TO PRE-FECHA-ACT.
           MOVE WS-USUARIO   TO PRE-USUARIO.

       977-1-PEDIR-PERIODO-PRE.
           DISPLAY "PERIODO DEL PRESUPUESTO (AAAA, ENTER = ANIO "
                   "EN CURSO): ".
           ACCEPT WS-PRE-PERIODO-ALFA.
           IF WS-PRE-PERIODO-ALFA = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-DATE-AAAA TO PRE-PERIODO
               MOVE 'S' TO SW-PRE-DATO-OK
           ELSE
               IF WS-PRE-PERIODO-ALFA IS NUMERIC AND
                  WS-PRE-PERIODO-ALFA > "1900"
                   MOVE WS-PRE-PERIODO-ALFA TO PRE-PERIODO
                   MOVE 'S' TO SW-PRE-DATO-OK
               ELSE
                   DISPLAY "PERIODO INVALIDO. REINGRESE."
               END-IF
           END-IF.

       977-3-PEDIR-PUESTOS-PRE.
           DISPLAY "PUESTOS APROBADOS: ".
           ACCEPT WS-PRE-PUESTOS-ALFA.
           IF WS-PRE-PUESTOS-ALFA NOT = SPACES AND
              FUNCTION TRIM(WS-PRE-PUESTOS-ALFA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PRE-PUESTOS-ALFA)
                    TO PRE-PUESTOS
               MOVE 'S' TO SW-PRE-DATO-OK
           ELSE
               DISPLAY "CANTIDAD INVALIDA, DEBE SER NUMERICA. "
                       "REINGRESE."
           END-IF.

       977-5-PEDIR-MASA-PRE.
           DISPLAY "MASA SALARIAL MENSUAL APROBADA (PESOS, SIN "
                   "CENTAVOS, 0 = SIN CONTROL DE MASA): ".
           ACCEPT WS-PRE-MASA-ALFA.
           IF WS-PRE-MASA-ALFA NOT = SPACES AND
              FUNCTION TRIM(WS-PRE-MASA-ALFA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PRE-MASA-ALFA) TO PRE-MASA
               MOVE 'S' TO SW-PRE-DATO-OK
           ELSE
               DISPLAY "IMPORTE INVALIDO, DEBE SER NUMERICO. "
                       "REINGRESE."
           END-IF.

       977-7-PEDIR-CONTROL-PRE.
           DISPLAY "ALTA QUE EXCEDE LA CELDA: (A)VISAR Y GRABAR O "
                   "(R)ECHAZAR: ".
           ACCEPT WS-PRE-RESP.
           INSPECT WS-PRE-RESP CONVERTING "ar" TO "AR".
           IF WS-PRE-RESP = 'A' OR WS-PRE-RESP = 'R'
               MOVE WS-PRE-RESP TO PRE-CONTROL
               MOVE 'S' TO SW-PRE-DATO-OK
           ELSE
               DISPLAY "RESPONDA A O R."
           END-IF.

       978-CONTROLAR-PRESUPUESTO.
      *    LO LLAMA 510 ANTES DE GRABAR UN ALTA (INTERACTIVA O
      *    BATCH) CON WS-SECTOR, WS-CARGO Y WS-SUELDO. SI LA CELDA
      *    TIENE PRESUPUESTO SE CUENTAN SUS ACTIVOS EN EL MAESTRO: SI
      *    CON EL ALTA SE PASARIA DE LOS PUESTOS O DE LA MASA, SE
      *    AVISA, O SE RECHAZA (SW-PRE-RECHAZO = 'S') SI LA CELDA
      *    ESTA EN CONTROL ESTRICTO. SIN PRESUPUESTO NO SE CONTROLA.
           MOVE 'N' TO SW-PRE-RECHAZO.
           MOVE 'N' TO SW-PRE-EXCEDIDO.
           IF SW-PRESUPUESTO-ABIERTO = 'S'
               MOVE WS-SECTOR TO PRE-SECTOR
               MOVE WS-CARGO  TO PRE-CARGO
               READ PRESUPUESTO-DOT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF 88-FS-PRESUPUESTO-YES
                   MOVE 0   TO WS-PRE-REAL-CANT
                   MOVE 0   TO WS-PRE-REAL-MASA
                   MOVE 0   TO EMP-ID-MAE
                   START EMPLEADO-MAESTRO KEY IS NOT LESS THAN
                           EMP-ID-MAE
                       INVALID KEY
                           CONTINUE
                   END-START
                   IF 88-FS-MAESTRO-YES
                       PERFORM 978-5-CONTAR-SIG-CELDA
                               UNTIL NOT 88-FS-MAESTRO-YES
                   END-IF
                   IF WS-PRE-REAL-CANT + 1 > PRE-PUESTOS
                       MOVE 'S' TO SW-PRE-EXCEDIDO
                       DISPLAY "PRESUPUESTO " FUNCTION TRIM(WS-SECTOR)
                               "/" FUNCTION TRIM(WS-CARGO)
                               ": APROBADOS " PRE-PUESTOS
                               "  ACTIVOS " WS-PRE-REAL-CANT
                               ". EL ALTA EXCEDE LOS PUESTOS."
                   END-IF
                   IF PRE-MASA > 0 AND
                      WS-PRE-REAL-MASA + WS-SUELDO > PRE-MASA
                       MOVE 'S' TO SW-PRE-EXCEDIDO
                       MOVE PRE-MASA TO WS-PRE-MASA-ED
                       DISPLAY "PRESUPUESTO " FUNCTION TRIM(WS-SECTOR)
                               "/" FUNCTION TRIM(WS-CARGO)
                               ": MASA APROBADA $ " WS-PRE-MASA-ED
                               ". EL ALTA EXCEDE LA MASA SALARIAL."
                   END-IF
                   IF SW-PRE-EXCEDIDO = 'S'
                       IF 88-PRE-RECHAZO
                           MOVE 'S' TO SW-PRE-RECHAZO
                           DISPLAY "ALTA RECHAZADA POR PRESUPUESTO: "
                                   WS-NOMBRE " " WS-APELLIDO
                       ELSE
                           DISPLAY "AVISO: ALTA FUERA DE "
                                   "PRESUPUESTO, SE GRABA IGUAL."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       978-5-CONTAR-SIG-CELDA.
           READ EMPLEADO-MAESTRO NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-MAESTRO-YES AND 88-EMP-ACTIVO
               IF EMP-SECTOR-MAE = WS-SECTOR AND
                  EMP-CARGO-MAE = WS-CARGO
                   ADD 1 TO WS-PRE-REAL-CANT
                   ADD EMP-SUELDO-MAE TO WS-PRE-REAL-MASA
               END-IF
           END-IF.

       979-INFORME-VACANTES.
      *    APROBADO VS REAL POR CELDA: EL REAL SE ACUMULA CON EL MISMO
      *    BARRIDO DEL RESUMEN DE DOTACION (623) Y LUEGO SE RECORRE EL
      *    PRESUPUESTO. VACANTES = APROBADOS NO CUBIERTOS; EXCEDENTES
      *    = ACTIVOS POR ENCIMA DE LO APROBADO. AL FINAL SE LISTAN LAS
      *    CELDAS CON ACTIVOS Y SIN PRESUPUESTO (TODO EXCEDENTE).
           MOVE 0   TO WS-DOT-CANT.
           MOVE 0   TO WS-DOT-ACTIVOS.
           MOVE 0   TO WS-DOT-MASA.
           MOVE ' ' TO SW-TABLA-DOT-LLENA.
           MOVE SPACES TO WS-TABLA-PRE-USADA.
           CLOSE EMPLEADO-MAESTRO.
           OPEN INPUT EMPLEADO-MAESTRO.
           PERFORM 623-ACUMULAR-SIG UNTIL NOT 88-FS-MAESTRO-YES.
           IF 88-FS-MAESTRO-EOF
               MOVE 'S' TO SW-COPIA-COMPLETA
           ELSE
               MOVE 'N' TO SW-COPIA-COMPLETA
               DISPLAY "ERROR DE LECTURA DEL MAESTRO DURANTE EL "
                       "INFORME DE PRESUPUESTO. FS-MAESTRO: "
                       FS-MAESTRO
           END-IF.
           CLOSE EMPLEADO-MAESTRO.
           OPEN I-O EMPLEADO-MAESTRO.
           IF SW-COPIA-COMPLETA NOT = 'S'
               DISPLAY "INFORME DE PRESUPUESTO NO GENERADO. REPITA "
                       "LA CORRIDA."
           ELSE
               PERFORM 979-1-EMITIR-INFORME-PRE
           END-IF.

       979-1-EMITIR-INFORME-PRE.
           OPEN OUTPUT PRESUPUESTO-REP.
           IF 88-FS-PRE-REP-YES
               MOVE 0 TO WS-PRE-CELDAS
               MOVE 0 TO WS-PRE-TOT-APR
               MOVE 0 TO WS-PRE-TOT-REAL
               MOVE 0 TO WS-PRE-TOT-VAC
               MOVE 0 TO WS-PRE-TOT-EXC
               MOVE 0 TO WS-PRE-TOT-MASA-APR
               MOVE 0 TO WS-PRE-TOT-MASA-REAL
               MOVE 1 TO WS-NUMERO-PAGINA-PRE
               PERFORM 979-8-ENCABEZADO-PRE
               MOVE LOW-VALUES TO PRE-CLAVE
               START PRESUPUESTO-DOT KEY IS NOT LESS THAN PRE-CLAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF 88-FS-PRESUPUESTO-YES
                   PERFORM 979-3-CELDA-PRESUPUESTO
                           UNTIL NOT 88-FS-PRESUPUESTO-YES
               END-IF
               PERFORM 979-5-CELDA-SIN-PRESUP
                       VARYING WS-DOT-IDX FROM 1 BY 1
                       UNTIL WS-DOT-IDX > WS-DOT-CANT
               WRITE REG-PRESUPUESTO-REP FROM WS-GUIONES
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-PRE
               STRING " TOTALES  APROBADOS: " WS-PRE-TOT-APR
                      "  ACTIVOS: " WS-PRE-TOT-REAL
                      "  VACANTES: " WS-PRE-TOT-VAC
                      "  EXCEDENTES: " WS-PRE-TOT-EXC
                       DELIMITED BY SIZE INTO WS-LINEA-PRE
               END-STRING
               WRITE REG-PRESUPUESTO-REP FROM WS-LINEA-PRE
                       AFTER ADVANCING 1
               MOVE WS-PRE-TOT-MASA-APR TO WS-PRE-MASA-ED
               MOVE SPACES TO WS-LINEA-PRE
               STRING " MASA APROBADA: $ " WS-PRE-MASA-ED
                       DELIMITED BY SIZE INTO WS-LINEA-PRE
               END-STRING
               WRITE REG-PRESUPUESTO-REP FROM WS-LINEA-PRE
                       AFTER ADVANCING 1
               MOVE WS-PRE-TOT-MASA-REAL TO WS-PRE-MASA-ED
               MOVE SPACES TO WS-LINEA-PRE
               STRING " MASA REAL....: $ " WS-PRE-MASA-ED
                       DELIMITED BY SIZE INTO WS-LINEA-PRE
               END-STRING
               WRITE REG-PRESUPUESTO-REP FROM WS-LINEA-PRE
                       AFTER ADVANCING 1
               CLOSE PRESUPUESTO-REP
               DISPLAY "INFORME DE PRESUPUESTO EN "
                       "Presupuesto-vacantes.TXT. CELDAS: "
                       WS-PRE-CELDAS "  VACANTES: " WS-PRE-TOT-VAC
                       "  EXCEDENTES: " WS-PRE-TOT-EXC
           ELSE
               DISPLAY "NO SE PUDO ABRIR Presupuesto-vacantes.TXT. "
                       "INFORME NO GENERADO. FS: " FS-PRE-REP
           END-IF.

       979-3-CELDA-PRESUPUESTO.
           READ PRESUPUESTO-DOT NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           IF 88-FS-PRESUPUESTO-YES
               MOVE 'N' TO SW-DOT-HALLADO
               MOVE 0   TO WS-DOT-HIT
               PERFORM 979-4-BUSCAR-REAL
                       VARYING WS-DOT-IDX FROM 1 BY 1
                       UNTIL WS-DOT-IDX > WS-DOT-CANT
                          OR SW-DOT-HALLADO = 'S'
               IF SW-DOT-HALLADO = 'S'
                   MOVE 'S' TO WS-PRE-USADA(WS-DOT-HIT)
                   MOVE WS-DOT-CANTIDAD(WS-DOT-HIT)
                        TO WS-PRE-REAL-CANT
                   MOVE WS-DOT-SUELDOS(WS-DOT-HIT)
                        TO WS-PRE-REAL-MASA
               ELSE
                   MOVE 0 TO WS-PRE-REAL-CANT
                   MOVE 0 TO WS-PRE-REAL-MASA
               END-IF
               MOVE PRE-SECTOR  TO WS-PRE-CEL-SECTOR
               MOVE PRE-CARGO   TO WS-PRE-CEL-CARGO
               MOVE PRE-PUESTOS TO WS-PRE-APR-CANT
               MOVE PRE-MASA    TO WS-PRE-APR-MASA
               MOVE SPACES      TO WS-PRE-DET-OBS
               PERFORM 979-7-LINEA-CELDA
           END-IF.

       979-4-BUSCAR-REAL.
           IF WS-DOT-SECTOR(WS-DOT-IDX) = PRE-SECTOR AND
              WS-DOT-CARGO(WS-DOT-IDX) = PRE-CARGO
               MOVE 'S' TO SW-DOT-HALLADO
               MOVE WS-DOT-IDX TO WS-DOT-HIT
           END-IF.

       979-5-CELDA-SIN-PRESUP.
           IF WS-PRE-USADA(WS-DOT-IDX) NOT = 'S'
               MOVE WS-DOT-SECTOR(WS-DOT-IDX)   TO WS-PRE-CEL-SECTOR
               MOVE WS-DOT-CARGO(WS-DOT-IDX)    TO WS-PRE-CEL-CARGO
               MOVE WS-DOT-CANTIDAD(WS-DOT-IDX) TO WS-PRE-REAL-CANT
               MOVE WS-DOT-SUELDOS(WS-DOT-IDX)  TO WS-PRE-REAL-MASA
               MOVE 0 TO WS-PRE-APR-CANT
               MOVE 0 TO WS-PRE-APR-MASA
               MOVE "S/PRES" TO WS-PRE-DET-OBS
               PERFORM 979-7-LINEA-CELDA
           END-IF.

       979-7-LINEA-CELDA.
      *    ARMA E IMPRIME LA LINEA DE UNA CELDA CON SECTOR/CARGO EN
      *    WS-PRE-CEL-SECTOR/CARGO Y APROBADO/REAL EN WS-PRE-APR-* Y
      *    WS-PRE-REAL-*; ACUMULA LOS TOTALES.
           IF WS-LINEAS-PAGINA-PRE >= WS-MAX-LINEAS-PAGINA
               ADD 1 TO WS-NUMERO-PAGINA-PRE
               PERFORM 979-8-ENCABEZADO-PRE
           END-IF.
           MOVE 'S' TO WS-CAT-TIPO-BUSCADO.
           MOVE WS-PRE-CEL-SECTOR TO WS-CAT-COD-BUSCADO.
           PERFORM 698-DESC-CATALOGO.
           MOVE WS-CAT-DESC-OUT   TO WS-PRE-DET-SECTOR.
           MOVE 'C' TO WS-CAT-TIPO-BUSCADO.
           MOVE WS-PRE-CEL-CARGO  TO WS-CAT-COD-BUSCADO.
           PERFORM 698-DESC-CATALOGO.
           MOVE WS-CAT-DESC-OUT   TO WS-PRE-DET-CARGO.
           MOVE 0 TO WS-PRE-VACANTES.
           MOVE 0 TO WS-PRE-EXCEDENTES.
           IF WS-PRE-REAL-CANT < WS-PRE-APR-CANT
               COMPUTE WS-PRE-VACANTES =
                       WS-PRE-APR-CANT - WS-PRE-REAL-CANT
               END-COMPUTE
           ELSE
               COMPUTE WS-PRE-EXCEDENTES =
                       WS-PRE-REAL-CANT - WS-PRE-APR-CANT
               END-COMPUTE
           END-IF.
           IF WS-PRE-APR-MASA > 0
               COMPUTE WS-PRE-DIF-MASA =
                       WS-PRE-APR-MASA - WS-PRE-REAL-MASA
               END-COMPUTE
               IF WS-PRE-DIF-MASA < 0 AND WS-PRE-DET-OBS = SPACES
                   MOVE "MASA +" TO WS-PRE-DET-OBS
               END-IF
           ELSE
               MOVE 0 TO WS-PRE-DIF-MASA
           END-IF.
           MOVE WS-PRE-APR-CANT   TO WS-PRE-DET-APR.
           MOVE WS-PRE-REAL-CANT  TO WS-PRE-DET-REAL.
           MOVE WS-PRE-VACANTES   TO WS-PRE-DET-VAC.
           MOVE WS-PRE-EXCEDENTES TO WS-PRE-DET-EXC.
           MOVE WS-PRE-APR-MASA   TO WS-PRE-DET-MASA-APR.
           MOVE WS-PRE-REAL-MASA  TO WS-PRE-DET-MASA-RE.
           MOVE WS-PRE-DIF-MASA   TO WS-PRE-DET-DIF.
           WRITE REG-PRESUPUESTO-REP FROM WS-DETALLE-PRE
                   AFTER ADVANCING 1.
           ADD 1 TO WS-LINEAS-PAGINA-PRE.
           ADD 1 TO WS-PRE-CELDAS.
           ADD WS-PRE-APR-CANT   TO WS-PRE-TOT-APR.
           ADD WS-PRE-REAL-CANT  TO WS-PRE-TOT-REAL.
           ADD WS-PRE-VACANTES   TO WS-PRE-TOT-VAC.
           ADD WS-PRE-EXCEDENTES TO WS-PRE-TOT-EXC.
           ADD WS-PRE-APR-MASA   TO WS-PRE-TOT-MASA-APR.
           ADD WS-PRE-REAL-MASA  TO WS-PRE-TOT-MASA-REAL.

       979-8-ENCABEZADO-PRE.
           WRITE REG-PRESUPUESTO-REP FROM WS-TITULO-PRE
                   AFTER ADVANCING PAGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-DATE-DD             TO TIT-2-DD
           MOVE WS-DATE-MM             TO TIT-2-MM
           MOVE WS-DATE-AAAA           TO TIT-2-AAAA
           MOVE WS-NUMERO-PAGINA-PRE   TO TIT-2-PAGINA
           WRITE REG-PRESUPUESTO-REP FROM WS-TITULO-2
                   AFTER ADVANCING 1
           WRITE REG-PRESUPUESTO-REP FROM WS-GUIONES
                   AFTER ADVANCING 1
           WRITE REG-PRESUPUESTO-REP FROM WS-SUB-TIT-PRE
                   AFTER ADVANCING 1
           WRITE REG-PRESUPUESTO-REP FROM WS-GUIONES
                   AFTER ADVANCING 1

           MOVE 0 TO WS-LINEAS-PAGINA-PRE.

       600-AJUSTE-MASIVO.
      *    AJUSTE SALARIAL MASIVO (PARITARIA): APLICA UN PORCENTAJE O
           PERFORM 601-PEDIR-AJUSTE.
           MOVE 0 TO WS-AJU-AJUSTADOS.
           MOVE 0 TO WS-AJU-TOTAL-AUMENTO.
           MOVE 0 TO WS-AJU-CONFLICTOS.
           OPEN OUTPUT AJUSTE-LISTADO.
           IF 88-FS-AJUSTE-YES
               MOVE 1 TO WS-NUMERO-PAGINA-AJU
               END-IF
               MOVE WS-AJU-TOTAL-AUMENTO TO WS-TOT-AJU-IMPORTE
               DISPLAY "AUMENTO TOTAL: " WS-TOT-AJU-IMPORTE
               IF WS-AJU-CONFLICTOS > 0
                   DISPLAY "EMPLEADOS NO AJUSTADOS POR HABER CAMBIADO "
                           "DURANTE EL BARRIDO: " WS-AJU-CONFLICTOS
                           ". AJUSTELOS CON (C)AMBIO."
               END-IF
           ELSE
               DISPLAY "NO SE PUDO ABRIR Ajuste-salarial.TXT. "
                       "AJUSTE NO APLICADO. FS: " FS-AJUSTE
               END-COMPUTE
           END-IF.
           IF WS-AJU-SUELDO-NUEVO NOT = EMP-SUELDO-MAE
      *        EL REGISTRO SE RELEE JUSTO ANTES DE REGRABARLO: SI
      *        ALGUIEN LO CAMBIO DESDE LA LECTURA DEL BARRIDO, NO SE
      *        LE APLICA EL AJUSTE Y QUEDA EN EL TOTAL DE CONFLICTOS.
               PERFORM 063-VERIFICAR-SIN-CAMBIOS
               IF SW-REG-VIGENTE = 'S'
                   COMPUTE WS-AJU-AUMENTO =
                           WS-AJU-SUELDO-NUEVO - EMP-SUELDO-MAE
                   END-COMPUTE
                   MOVE EMP-ID-MAE           TO WS-AJU-DET-ID
                   MOVE EMP-APELLIDO-MAE     TO WS-AJU-DET-APELLIDO
                   MOVE EMP-NOMBRE-MAE       TO WS-AJU-DET-NOMBRE
                   MOVE EMP-SUELDO-MAE       TO WS-AJU-DET-ANT
                   MOVE WS-AJU-SUELDO-NUEVO  TO WS-AJU-DET-NUEVO
                   MOVE WS-AJU-AUMENTO       TO WS-AJU-DET-AUMENTO
                   MOVE WS-AJU-SUELDO-NUEVO  TO EMP-SUELDO-MAE
                   REWRITE REG-EMPLEADO-MAESTRO
                   IF 88-FS-MAESTRO-YES
                       ADD 1 TO WS-AJU-AJUSTADOS
                       ADD WS-AJU-AUMENTO TO WS-AJU-TOTAL-AUMENTO
                       MOVE 'C' TO WS-JRN-TIPO
                       MOVE EMP-ID-MAE TO WS-JRN-EMP-ID
                       MOVE REG-EMPLEADO-MAESTRO TO WS-IMAGEN-DESPUES
                       PERFORM 090-GRABAR-DIARIO
                       WRITE REG-AJUSTE FROM WS-DETALLE-AJUSTE
                               AFTER ADVANCING 1
                       ADD 1 TO WS-LINEAS-PAGINA-AJU
                       IF WS-LINEAS-PAGINA-AJU >= WS-MAX-LINEAS-PAGINA
                           ADD 1 TO WS-NUMERO-PAGINA-AJU
                           PERFORM 603-ENCABEZADO-AJUSTE
                       END-IF
                   ELSE
                       DISPLAY "ERROR AL AJUSTAR EL ID " EMP-ID-MAE
                               ". FS-MAESTRO: " FS-MAESTRO
                   END-IF
               ELSE
                   ADD 1 TO WS-AJU-CONFLICTOS
               END-IF
           END-IF.

      *    DIGITOS PONDERADOS POR 5432765432, MODULO 11; EL DIGITO
      *    ES 11 MENOS EL RESTO (11 EQUIVALE A 0 Y 10 SE TOMA COMO
      *    9, LA CONVENCION HABITUAL PARA CUILES YA EMITIDOS).
           MOVE EMP-CUIL-MAE TO WS-CUIL-TRABAJO.
           PERFORM 632-3-CHEQUEAR-DV.

       632-3-CHEQUEAR-DV.
      *    VERIFICA EL CUIL QUE EL LLAMADOR DEJO EN WS-CUIL-TRABAJO
      *    (TAMBIEN LO USA EL ALTA DE CARGAS DE FAMILIA).
           MOVE 'N' TO SW-CUIL-VALIDO.
           MOVE 0 TO WS-CUIL-SUMA.
           PERFORM 632-5-SUMAR-DIGITO
                   VARYING WS-CUIL-IDX FROM 1 BY 1
       640-ARCHIVAR-DIARIO.
      *    DEPURACION MENSUAL DEL DIARIO DE NOVEDADES: LOS REGISTROS
      *    CON JRN-FECHA HASTA LA FECHA DE CORTE INCLUSIVE SE MUEVEN
      *    A UNA GENERACION DEL ARCHIVO (G1 A WS-PAR-GEN-DIARIO, COMO
      *    EL BACKUP DEL MAESTRO) Y EL DIARIO SE REESCRIBE SOLO CON
      *    LO POSTERIOR, PARA QUE EL HISTORIAL (570) NO TENGA QUE
      *    BARRER ANIOS DE MOVIMIENTOS. DEL PERIODO ARCHIVADO SE
      *    EMITE EL RESUMEN DE ACTIVIDAD: MOVIMIENTOS POR TIPO, POR
      *    USUARIO Y POR DIA.
      *    LOS REGISTROS QUE QUEDAN SE GUARDAN EN TABLA ANTES DE
      *    PISAR EL DIARIO (MISMO ESQUEMA QUE LA REGENERACION CON EL
      *    REPORTE VIEJO): SI SON MAS DE 2000 EL DIARIO NO SE TOCA Y
           PERFORM 641-PEDIR-CORTE UNTIL SW-CORTE-OK = 'S'.
           PERFORM 642-LEER-CONTROL-ARCH.
           MOVE WS-GEN-ARCHIVO TO WS-ARCH-GEN-DIG.
           PERFORM 044-7-RUTA-ARCHIVO.
           MOVE 0   TO WS-ARCH-ARCHIVADOS.
           MOVE 0   TO WS-ARCH-RETENIDOS.
           MOVE 0   TO WS-ARC-ALTAS.
                  WS-CORTE-DD >= 1 AND WS-CORTE-DD <= 31 AND
                  WS-CORTE-AAAA > 0
                   MOVE 'S' TO SW-CORTE-OK
                   PERFORM 641-5-CHEQUEAR-AFIP
               ELSE
                   DISPLAY "FECHA INVALIDA. REINGRESE."
               END-IF
                       "REINGRESE."
           END-IF.

       641-5-CHEQUEAR-AFIP.
      *    LA DECLARACION A AFIP (960) LEE SOLO EL DIARIO VIVO: NO SE
      *    ARCHIVA NINGUN DIA QUE TODAVIA PUEDA TENER ALTAS O BAJAS
      *    SIN DECLARAR (EL DE LA ULTIMA DECLARACION O POSTERIORES).
           PERFORM 961-LEER-CONTROL-AFIP.
           IF SW-AFIP-PRIMERA NOT = 'S'
               MOVE WS-AFIP-DESDE TO WS-AFIP-FH
               IF WS-CORTE-FECHA NOT < WS-AFIP-FH-FECHA
                   MOVE 'N' TO SW-CORTE-OK
                   MOVE WS-AFIP-FH-FECHA TO WS-AFIP-FECHA
                   DISPLAY "LA ULTIMA DECLARACION A AFIP CUBRE HASTA "
                           "EL " WS-AFIP-F-DD "/" WS-AFIP-F-MM "/"
                           WS-AFIP-F-AAAA ". USE UNA FECHA DE CORTE "
                           "ANTERIOR O DECLARE PRIMERO."
               END-IF
           END-IF.

       642-LEER-CONTROL-ARCH.
      *    LA PROXIMA GENERACION ES LA SIGUIENTE A LA ULTIMA BUENA,
      *    VOLVIENDO A 1 DESPUES DE LA ULTIMA DE LOS PARAMETROS
      *    (MISMO CICLO QUE 941).
           MOVE 0 TO WS-GEN-ARCHIVO.
           OPEN INPUT ARCHIVO-CONTROL.
           IF 88-FS-ARCH-CTL-YES
               CLOSE ARCHIVO-CONTROL
           END-IF.
           ADD 1 TO WS-GEN-ARCHIVO.
           IF WS-GEN-ARCHIVO > WS-PAR-GEN-DIARIO
               MOVE 1 TO WS-GEN-ARCHIVO
           END-IF.

           OPEN EXTEND DIARIO-NOVEDADES.

       653-5-APLICAR-SIG.
      *    LOS MOVIMIENTOS 'F' (CARGAS DE FAMILIA) NO LLEVAN IMAGEN DEL
      *    MAESTRO Y NO ENTRAN EN LA RECONSTRUCCION.
           READ DIARIO-NOVEDADES.
           IF 88-FS-DIARIO-YES AND JRN-TIPO-TRANS NOT = 'F'
               PERFORM 654-BUSCAR-FOTO-ID
               IF SW-FOT-HALLADO NOT = 'S'
      *            EMPLEADO QUE ESTA EN EL DIARIO PERO YA NO EN EL

       670-CIERRE-DIARIO.
      *    CADENA NOCTURNA EN ORDEN FIJO: (U) BACKUP DEL MAESTRO,
      *    NOVEDADES CON VIGENCIA QUE VENCEN HOY (678), (B) BATCH DE
      *    ALTAS, (P) EXTRACTO DE SUELDOS Y (R) REGENERACION DE
      *    REPORTES, SIN VOLVER A PREGUNTAR NADA ENTRE PASOS. SI UN
      *    PASO FALLA (POR EJEMPLO EL BATCH DEJA CTL-ESTADO EN 'E' O
      *    EL BACKUP NO BALANCEA EN 944) LA CADENA SE CORTA AHI: LOS
      *    PASOS SIGUIENTES NO DEBEN CORRER SOBRE UN ESTADO DUDOSO.
      *    TODO QUEDA EN UN UNICO INFORME CON HORARIOS Y CONTADORES
      *    PARA EL CONTROL DE LA MANIANA.
           MOVE "BACKUP"        TO WS-CIE-NOMBRE(1).
           MOVE "NOVEDADES"     TO WS-CIE-NOMBRE(2).
           MOVE "BATCH"         TO WS-CIE-NOMBRE(3).
           MOVE "EXTRACTO"      TO WS-CIE-NOMBRE(4).
           MOVE "REGENERACION"  TO WS-CIE-NOMBRE(5).
           PERFORM 670-3-LIMPIAR-PASO
                   VARYING WS-CIE-IDX FROM 1 BY 1
                   UNTIL WS-CIE-IDX > 5.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-SYS.
           MOVE WS-SYS-HORA TO WS-CIERRE-HORA-INI.
           MOVE 'N' TO SW-CIERRE-CORTADO.
           IF SW-PASO-OK NOT = 'S'
               MOVE 'S' TO SW-CIERRE-CORTADO
           END-IF.
           IF SW-CIERRE-CORTADO NOT = 'S'
               PERFORM 678-PASO-PENDIENTES
               IF SW-PASO-OK NOT = 'S'
                   MOVE 'S' TO SW-CIERRE-CORTADO
               END-IF
           END-IF.
           IF SW-CIERRE-CORTADO NOT = 'S'
               PERFORM 672-PASO-BATCH
               IF SW-PASO-OK NOT = 'S'
           PERFORM 676-CERRAR-PASO.

       672-PASO-BATCH.
           MOVE 3 TO WS-CIE-IDX.
           PERFORM 675-INICIAR-PASO.
      *    EL MODO SE CAMBIA A BATCH MIENTRAS CORRE EL PASO PARA QUE
      *    LOS MOVIMIENTOS QUEDEN ASENTADOS EN EL DIARIO CON ORIGEN
      *    'B', IGUAL QUE EN UNA CORRIDA BATCH SUELTA.
           MOVE 'B' TO WS-MODO-PROCESO.
           PERFORM 065-TOMAR-BLOQUEO-MASIVO.
           IF SW-BLQ-OK = 'S'
               PERFORM 800-PROCESAR-BATCH
               PERFORM 066-LIBERAR-BLOQUEO-MASIVO
           END-IF.
           MOVE 'N' TO WS-MODO-PROCESO.
      *    EL CONTROL DEL BATCH DEBE HABER QUEDADO FINALIZADO: UN
      *    ESTADO 'E' ES UNA CORRIDA QUE MURIO A MITAD DEL ARCHIVO.
      *    SI EL MAESTRO ESTABA EN USO EL BATCH NO CORRIO Y EL PASO
      *    FALLA SIN MIRAR EL CONTROL, QUE ES DE UNA CORRIDA ANTERIOR.
           MOVE 'N' TO SW-PASO-OK.
           IF SW-BLQ-OK = 'S'
               OPEN INPUT CONTROL-BATCH
               IF 88-FS-CONTROL-YES
                   READ CONTROL-BATCH
                       AT END
                           CONTINUE
                   END-READ
                   IF 88-FS-CONTROL-YES AND 88-CTL-FINALIZADO
                       IF 88-FS-TRANS-YES OR 88-FS-TRANS-EOF
                           MOVE 'S' TO SW-PASO-OK
                       END-IF
                   END-IF
                   CLOSE CONTROL-BATCH
               END-IF
           END-IF.
           IF SW-PASO-OK = 'S'
               MOVE SPACES TO WS-CIE-DETALLE(3)
               STRING "LEID: " WS-TRANS-LEIDAS
                      " APLI: " WS-TRANS-APLICADAS
                      " RECH: " WS-TRANS-RECHAZADAS
                       DELIMITED BY SIZE
                       INTO WS-CIE-DETALLE(3)
               END-STRING
           END-IF.
           PERFORM 676-CERRAR-PASO.

       673-PASO-EXTRACTO.
           MOVE 4 TO WS-CIE-IDX.
           PERFORM 675-INICIAR-PASO.
      *    EL PASO ES BUENO SI LA SECUENCIA REGISTRADA EN
      *    Payroll-control.DAT AVANZO: 932 SOLO LA REGISTRA CUANDO
           PERFORM 931-LEER-CONTROL-EXT.
           IF WS-EXT-SECUENCIA > WS-CIE-SEC-ANTES
               MOVE 'S' TO SW-PASO-OK
               MOVE SPACES TO WS-CIE-DETALLE(4)
               STRING "SECUENCIA: " WS-EXT-SECUENCIA
                      "  EMPLEADOS: " WS-EXT-CANTIDAD
                       DELIMITED BY SIZE
                       INTO WS-CIE-DETALLE(4)
               END-STRING
           ELSE
               MOVE 'N' TO SW-PASO-OK
           PERFORM 676-CERRAR-PASO.

       674-PASO-REGENERACION.
           MOVE 5 TO WS-CIE-IDX.
           PERFORM 675-INICIAR-PASO.
           MOVE 'N' TO SW-COPIA-COMPLETA.
           PERFORM 920-REGENERAR-REPORTES.
           IF SW-COPIA-COMPLETA = 'S'
               MOVE 'S' TO SW-PASO-OK
               MOVE SPACES TO WS-CIE-DETALLE(5)
               STRING "ACTIVOS REGENERADOS: " WS-IMPRESOS
                       DELIMITED BY SIZE
                       INTO WS-CIE-DETALLE(5)
               END-STRING
           ELSE
               MOVE 'N' TO SW-PASO-OK
                       AFTER ADVANCING 1
               PERFORM 677-5-LINEA-PASO
                       VARYING WS-CIE-IDX FROM 1 BY 1
                       UNTIL WS-CIE-IDX > 5
               WRITE REG-CIERRE FROM WS-GUIONES
                       AFTER ADVANCING 1
               MOVE SPACES TO WS-LINEA-CIE
                       AFTER ADVANCING 1
           END-IF.

       678-PASO-PENDIENTES.
           MOVE 2 TO WS-CIE-IDX.
           PERFORM 675-INICIAR-PASO.
      *    IGUAL QUE EL BATCH, LOS MOVIMIENTOS QUE DEJAN LAS
      *    NOVEDADES APLICADAS VAN AL DIARIO CON ORIGEN 'B'. UNA
      *    NOVEDAD RECHAZADA NO CORTA EL CIERRE; SI, NO PODER LEER
      *    EL ARCHIVO COMPLETO. COMO ACTUALIZA EL MAESTRO EN MASA
      *    TOMA EL BLOQUEO MASIVO IGUAL QUE 672: SI HAY UN EMPLEADO
      *    EN EDICION EL PASO FALLA Y LAS NOVEDADES SIGUEN PENDIENTES.
           MOVE 'B' TO WS-MODO-PROCESO.
           PERFORM 065-TOMAR-BLOQUEO-MASIVO.
           IF SW-BLQ-OK = 'S'
               PERFORM 536-APLICAR-PENDIENTES
               PERFORM 066-LIBERAR-BLOQUEO-MASIVO
           END-IF.
           MOVE 'N' TO WS-MODO-PROCESO.
           IF SW-BLQ-OK = 'S' AND SW-COPIA-COMPLETA = 'S'
               MOVE 'S' TO SW-PASO-OK
               MOVE SPACES TO WS-CIE-DETALLE(2)
               STRING "APLICADAS: " WS-PEN-APLICADAS
                      "  RECHAZADAS: " WS-PEN-RECHAZADAS
                       DELIMITED BY SIZE
                       INTO WS-CIE-DETALLE(2)
               END-STRING
           ELSE
               MOVE 'N' TO SW-PASO-OK
           END-IF.
           PERFORM 676-CERRAR-PASO.

       680-ROTACION-PERSONAL.
      *    INFORME DE ROTACION PARA RH: CUENTA LAS ALTAS, BAJAS Y
      *    REACTIVACIONES DEL DIARIO DE NOVEDADES EN EL RANGO DE
               MOVE IMG-FECHA-BAJA-MM  TO WS-BAJ-MM(WS-BAJ-CANT)
               MOVE IMG-FECHA-BAJA-AAAA
                       TO WS-BAJ-AAAA(WS-BAJ-CANT)
               PERFORM 572-MOTIVO-BAJA-IMAGEN
               MOVE WS-MOTIVO-DESC
                       TO WS-BAJ-MOTIVO(WS-BAJ-CANT)
           ELSE
               IF SW-TABLA-BAJ-LLENA NOT = 'S'
                   MOVE 'S' TO SW-TABLA-BAJ-LLENA
           MOVE WS-BAJ-DD(WS-ROT-IDX)       TO BAJ-DET-DD.
           MOVE WS-BAJ-MM(WS-ROT-IDX)       TO BAJ-DET-MM.
           MOVE WS-BAJ-AAAA(WS-ROT-IDX)     TO BAJ-DET-AAAA.
           MOVE WS-BAJ-MOTIVO(WS-ROT-IDX)   TO WS-BAJ-DET-MOTIVO.
           WRITE REG-ROTACION FROM WS-DETALLE-BAJ
                   AFTER ADVANCING 1.
           ADD 1 TO WS-LINEAS-PAGINA-ROT.
           IF SW-CATALOGO-ABIERTO = 'S'
               CLOSE CATALOGO-RRHH
           END-IF
           IF SW-PENDIENTES-ABIERTO = 'S'
               CLOSE NOVEDADES-PENDIENTES
           END-IF
           IF SW-LICENCIAS-ABIERTO = 'S'
               CLOSE LICENCIAS
           END-IF
           IF SW-LIQUIDACIONES-ABIERTO = 'S'
               CLOSE LIQUIDACIONES
           END-IF
           IF SW-FAMILIARES-ABIERTO = 'S'
               CLOSE FAMILIARES
           END-IF
           IF SW-PRESUPUESTO-ABIERTO = 'S'
               CLOSE PRESUPUESTO-DOT
           END-IF
           CLOSE DIARIO-NOVEDADES.
