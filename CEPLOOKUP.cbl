       FILE SECTION.
       FD ARQ-CEP VALUE OF FILE-ID IS "cep".
       01 WID-ARQ-CEP.
           05 CNPJ-CEP                 PIC X(014).
           05 LAT-CEP                  PIC S9(003)V9(008).
           05 LON-CEP                  PIC S9(003)V9(008).
       WORKING-STORAGE SECTION.
