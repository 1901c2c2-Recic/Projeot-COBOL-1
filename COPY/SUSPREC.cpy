           03 SUS-MATERIA           PIC X(12).
           03 SUS-TRIMESTRE         PIC 9(01).
           03 SUS-NOTA              PIC 9(02).
           03 SUS-OPERADOR          PIC X(08).
