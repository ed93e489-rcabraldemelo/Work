             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CLIENTE-ANT
             ALTERNATE RECORD KEY IS CNPJ-CLIENTE-ANT
               WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-CLIENTE-NVO ASSIGN TO DISK
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CLIENTE-NVO
             ALTERNATE RECORD KEY IS CNPJ-CLIENTE-NVO
               WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR-ANT ASSIGN TO DISK
             ACCESS MODE        IS DYNAMIC
             RECORD KEY         IS CHAVE-CLIENTE-FIN
             ALTERNATE RECORD KEY IS CNPJ-CLIENTE-FIN
               WITH DUPLICATES
             LOCK MODE          IS MANUAL
             FILE STATUS        IS WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR-FIN ASSIGN TO DISK
           05 CHAVE-CLIENTE-ANT.
              10 COD-EMPRESA-CLI-ANT   PIC 9(003).
              10 COD-CLIENTE-ANT       PIC 9(007).
           05 CNPJ-CLIENTE-ANT         PIC X(014).
           05 RAZAO-CLIENTE-ANT        PIC X(40).
           05 LAT-CLIENTE-ANT          PIC S9(003)V9(008).
           05 LON-CLIENTE-ANT          PIC S9(003)V9(008).
           05 CHAVE-CLIENTE-NVO.
              10 COD-EMPRESA-CLI-NVO   PIC 9(003).
              10 COD-CLIENTE-NVO       PIC 9(007).
           05 CNPJ-CLIENTE-NVO         PIC X(014).
           05 RAZAO-CLIENTE-NVO        PIC X(40).
           05 LAT-CLIENTE-NVO          PIC S9(003)V9(008).
           05 LON-CLIENTE-NVO          PIC S9(003)V9(008).
           05 CHAVE-CLIENTE-FIN.
              10 COD-EMPRESA-CLI-FIN   PIC 9(003).
              10 COD-CLIENTE-FIN       PIC 9(007).
           05 CNPJ-CLIENTE-FIN         PIC X(014).
           05 DADOS-CLIENTE-FIN        PIC X(196).
       FD ARQ-VENDEDOR-FIN VALUE OF FILE-ID IS "vendedor".
       01 WID-ARQ-VENDEDOR-FIN.
           WRITE WID-ARQ-CLIENTE-NVO
               INVALID KEY
                  ADD 1 TO WS-CONT-REJEITADOS
                  DISPLAY "CHAVE DUPLICADA NAO REGRAVADA - CLIENTE "
                          COD-CLIENTE-ANT " CNPJ " CNPJ-CLIENTE-ANT
               NOT INVALID KEY
                  ADD 1 TO WS-CONT-GRAVADOS
