     **BOOK PARA A ROTINA CEPLOOKUP
     ***********************************************
         05 ENTRADA-CEP.
           10 CNPJ-PESQUISA-CEP        PIC X(14).
         05 SAIDA-CEP.
           10 COD-RETORNO-CEP          PIC 9(01).
           10 LAT-RETORNO-CEP          PIC S9(003)V9(008).
