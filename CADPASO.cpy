      ******************************************************************
      *  COPY CADPASO - LAYOUT DE UN RENGLON DE PLANCADENA.txt, LA
      *  DEFINICION DE LA CADENA NOCTURNA QUE EJECUTA CADENA01. UN
      *  RENGLON POR PASO, EN EL ORDEN EN QUE SE CORREN; UN RENGLON
      *  QUE EMPIEZA CON '*' ES COMENTARIO. LAS DEPENDENCIAS NOMBRAN
      *  PASOS ANTERIORES DEL MISMO PLAN (EN BLANCO = SIN DEPENDENCIA)
      *  Y EL COMANDO ES LA LINEA QUE SE ENTREGA AL SISTEMA OPERATIVO
      *  PARA CORRER EL PASO
      ******************************************************************
       01 REG-CADPASO.
           02 CAD-PASO             PIC X(08). *> ID DEL PASO
           02 FILLER               PIC X(01).
           02 CAD-PROGRAMA         PIC X(08). *> PROGRAMA QUE CORRE
           02 FILLER               PIC X(01).
      *    'D' = TODOS LOS DIAS, 'H' = SOLO DIAS HABILES (FIN DE
      *    SEMANA Y CALENDARIO.txt), 'M' = SOLO EL ULTIMO DIA HABIL
      *    DEL MES
           02 CAD-FRECUENCIA       PIC X(01).
               88 CAD-DIARIO           VALUE 'D'.
               88 CAD-DIA-HABIL        VALUE 'H'.
               88 CAD-FIN-DE-MES       VALUE 'M'.
           02 FILLER               PIC X(01).
      *    MAYOR RC CON QUE EL PASO SE DA POR BIEN TERMINADO (0 = SOLO
      *    RC 0; 4 = ACEPTA AVISOS, COMO EL COND DE SIEMPRE)
           02 CAD-RC-MAXIMO        PIC 9(02).
           02 FILLER               PIC X(01).
           02 CAD-DEPENDENCIAS OCCURS 3 TIMES.
               03 CAD-DEPENDE      PIC X(08).
               03 FILLER           PIC X(01).
           02 CAD-COMANDO          PIC X(80).
