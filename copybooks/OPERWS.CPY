           02 ENT-INC-SES PIC X(01) VALUE "N".
           02 ENT-ALT-SES PIC X(01) VALUE "N".
           02 ENT-EXC-SES PIC X(01) VALUE "N".
           02 DIG-CON-SES PIC X(01) VALUE "N".
           02 DIG-INC-SES PIC X(01) VALUE "N".
           02 DIG-ALT-SES PIC X(01) VALUE "N".
           02 DIG-EXC-SES PIC X(01) VALUE "N".
           02 REV-CON-SES PIC X(01) VALUE "N".
           02 REV-INC-SES PIC X(01) VALUE "N".
           02 REV-ALT-SES PIC X(01) VALUE "N".
           02 REV-EXC-SES PIC X(01) VALUE "N".
           02 VEN-CON-SES PIC X(01) VALUE "N".
           02 VEN-INC-SES PIC X(01) VALUE "N".
           02 VEN-ALT-SES PIC X(01) VALUE "N".
           02 VEN-EXC-SES PIC X(01) VALUE "N".
           02 CPG-CON-SES PIC X(01) VALUE "N".
           02 CPG-INC-SES PIC X(01) VALUE "N".
           02 CPG-ALT-SES PIC X(01) VALUE "N".
           02 CPG-EXC-SES PIC X(01) VALUE "N".
