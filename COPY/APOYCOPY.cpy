      *SHARED DISASTER-RELIEF PROGRAM LAYOUT - APOYOS FAMILY
      *UN PROGRAMA DE APOYO POR DESASTRE (HURACAN, INUNDACION,
      *SISMO) DECLARADO EN MAN-APO CON LOS CODIGOS POSTALES
      *AFECTADOS DEL CATALOGO CODPOST, SU FECHA DE INICIO Y SU
      *DURACION EN DIAS. APO-DIA INSCRIBE A LOS CLIENTES DE ESOS
      *CODIGOS, DIFIERE SUS VENCIMIENTOS Y LOS REGRESA A TERMINOS
      *NORMALES AL TERMINAR.
        03 CLAVE-AP            PIC 9(03).
        03 DESCRIPCION-AP      PIC X(30).
        03 FECHA-INI-AP        PIC 9(08).
        03 DIAS-AP             PIC 9(03).
      *ULTIMO DIA DEL PROGRAMA, CALCULADO AL DECLARARLO: INICIO MAS
      *LA DURACION MENOS UN DIA.
        03 FECHA-FIN-AP        PIC 9(08).
      *"A" ACTIVO, "T" TERMINADO (APO-DIA LO CIERRA AL PASAR LA
      *FECHA FIN), "C" CANCELADO A MANO ANTES DE INSCRIBIR A NADIE.
        03 ESTADO-AP           PIC X(01).
           88 AP-ACTIVO            VALUE "A".
           88 AP-TERMINADO         VALUE "T".
           88 AP-CANCELADO         VALUE "C".
        03 NUM-CP-AP           PIC 9(02).
        03 CP-AFECTADO-AP      PIC 9(05) OCCURS 20 TIMES.
        03 FECHA-ALTA-AP       PIC 9(08).
        03 OPERADOR-AP         PIC X(08).
