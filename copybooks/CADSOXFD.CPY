           02 EMAIL-SOX         PIC X(40).
           02 CATEGORIA-SOX     PIC X(01).
           02 TITULAR-SOX       PIC 9(06).
           02 ADMISSAO-SOX      PIC 9(08).
           02 NASCIMENTO-SOX    PIC 9(08).
