      *SHARED MONTHLY BEHAVIOR SCORE LAYOUT - SCORECLI FAMILY
      *UNA CALIFICACION DE COMPORTAMIENTO POR CLIENTE Y MES, QUE
      *CAL-SCO CALCULA CON LA HISTORIA DE PAGO DE CICLOFAC, EL USO
      *DE LA LINEA, LAS DISPOSICIONES DE EFECTIVO, LAS PROMESAS
      *ROTAS, LOS RECHAZOS DE DOMICILIACION Y LA ANTIGUEDAD. LOS
      *MESES ANTERIORES SE CONSERVAN: LA LLAVE LOS DEJA JUNTOS POR
      *CLIENTE Y EN ORDEN, Y EL ULTIMO LEIDO ES EL VIGENTE.
        03 SCORE-KEY.
           05 ID-CLIENTE-CP    PIC 9(06).
           05 MES-CP           PIC 9(06).
        03 FECHA-CALCULO-CP    PIC 9(08).
      *PUNTAJE DE 0 A 999; LA BANDA LO RESUME PARA LAS REGLAS DE
      *REV-LIM, COL-COB Y CAM-EXT: "A" EL MEJOR, "E" EL PEOR.
        03 PUNTAJE-CP          PIC 9(03).
        03 BANDA-CP            PIC X(01).
           88 BANDA-ALTA-CP         VALUE "A" "B".
           88 BANDA-MEDIA-CP        VALUE "C".
           88 BANDA-BAJA-CP         VALUE "D" "E".
      *HASTA TRES CLAVES DE RAZON (CATALOGO RAZSCOPY) EN ORDEN DE
      *LO QUE MAS RESTO AL PUNTAJE; CERO SI NO HUBO MAS RAZONES.
        03 RAZONES-CP.
           05 RAZON-CP         PIC 9(02) OCCURS 3 TIMES.
      *DATOS CON LOS QUE SE CALCULO, PARA EXPLICAR LA CALIFICACION.
        03 CICLOS-TIEMPO-CP    PIC 9(04).
        03 CICLOS-MORA-CP      PIC 9(04).
        03 CICLOS-VENC-CP      PIC 9(04).
        03 UTILIZACION-CP      PIC 9(03)V99.
        03 DISPOSICIONES-CP    PIC 9(03).
        03 PROMESAS-ROTAS-CP   PIC 9(03).
        03 RECHAZOS-DOM-CP     PIC 9(03).
        03 MESES-ANTIG-CP      PIC 9(04).
