      *SHARED INBOUND FILE REGISTER LAYOUT - ARCHREC FAMILY
      *UN RENGLON POR CADA ARCHIVO EXTERNO QUE UN PROGRAMA DE CARGA
      *PRESENTO A CTL-ARC: DE QUE FUENTE VINO, LA FECHA QUE TRAE,
      *SU CONTEO Y SU HASH DE IMPORTES, Y SI SE ACEPTO O SE RECHAZO.
      *LA LLAVE ES LA FUENTE (EL NOMBRE LOGICO DEL ARCHIVO), LA
      *FECHA DE NEGOCIO EN QUE SE RECIBIO Y UN CONSECUTIVO DEL DIA.
        03 ARCHREC-KEY.
           05 FUENTE-RA        PIC X(08).
           05 FECHA-RECIBO-RA  PIC 9(08).
           05 CONSEC-RA        PIC 9(03).
        03 HORA-RECIBO-RA      PIC 9(08).
        03 PROGRAMA-RA         PIC X(08).
      *FECHA QUE TRAE EL ARCHIVO; EL QUE NO TRAE FECHA QUEDA CON LA
      *FECHA DE NEGOCIO EN QUE SE RECIBIO.
        03 FECHA-ARCHIVO-RA    PIC 9(08).
        03 REGISTROS-RA        PIC 9(07).
        03 HASH-RA             PIC 9(13)V99.
      *"A" ACEPTADO, "F" FORZADO CON VISTO BUENO DE SUPERVISOR, "D"
      *RECHAZADO POR DUPLICADO Y "S" RECHAZADO POR FECHA FUERA DE
      *SECUENCIA. SOLO "A" Y "F" CUENTAN COMO ARCHIVO CARGADO.
        03 ESTADO-RA           PIC X(01).
           88 ACEPTADO-RA           VALUE "A".
           88 FORZADO-RA            VALUE "F".
           88 DUPLICADO-RA          VALUE "D".
           88 FUERA-SECUENCIA-RA    VALUE "S".
           88 CARGADO-RA            VALUE "A" "F".
      *EN UN DUPLICADO LA FECHA EN QUE SE RECIBIO EL ORIGINAL; EN
      *UNO FUERA DE SECUENCIA LA FECHA DEL ULTIMO ARCHIVO CARGADO.
        03 FECHA-REFERENCIA-RA PIC 9(08).
        03 SUPERVISOR-RA       PIC X(08).
