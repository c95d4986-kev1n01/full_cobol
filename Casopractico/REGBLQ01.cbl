           02 HIS-FEC-BLOQ        PIC X(10).
           02 FILLER              PIC X(01).
           02 HIS-FECHA-CORRIDA   PIC 9(08).
           02 FILLER              PIC X(01).
           02 HIS-ORIGEN          PIC X(01). *> 'U' = URGENTE INTRADIA

      *    MISMO LAYOUT QUE REG-BOVEDA EN PROGRAM1
       FD  FILBOV
