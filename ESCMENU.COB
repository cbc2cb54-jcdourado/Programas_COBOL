               VALUE  "11 - RESPONSAVEIS POR ALUNO".
           05  LINE 08  COLUMN 45
               VALUE  "12 - CONTATOS DE EMERGENCIA".
           05  LINE 09  COLUMN 05
               VALUE  "13 - SUBSTITUICAO DE PROFESSOR".
           05  LINE 09  COLUMN 45
               VALUE  "14 - HABILITACAO/LIMITE PROFESSOR".
           05  LINE 10  COLUMN 05
               VALUE  "15 - CARGA HORARIA DOS PROFESSORES".
           05  LINE 10  COLUMN 45
               VALUE  "16 - PARAMETROS DA COBRANCA".
           05  LINE 11  COLUMN 05
               VALUE  "17 - REMESSA DE BOLETOS (CNAB)".
           05  LINE 11  COLUMN 45
               VALUE  "18 - BOLSAS E DESCONTOS POR ALUNO".
           05  LINE 12  COLUMN 05
               VALUE  "19 - BOLSAS/DESCONTOS POR TURMA".
           05  LINE 12  COLUMN 45
               VALUE  "20 - DECLARACAO ANUAL DE PAGAMENTOS".
           05  LINE 13  COLUMN 05
               VALUE  "21 - HISTORICO ESCOLAR DO ALUNO".
           05  LINE 13  COLUMN 45
               VALUE  "22 - DADOS DO ALUNO PARA O CENSO".
           05  LINE 14  COLUMN 05
               VALUE  "23 - EXPORTACAO DO CENSO ESCOLAR".
           05  LINE 14  COLUMN 45
               VALUE  "24 - OCORRENCIAS DISCIPLINARES".
           05  LINE 15  COLUMN 05
               VALUE  "25 - CARTAS DE OCORRENCIA E FALTAS".
           05  LINE 15  COLUMN 45
               VALUE  "26 - OCORRENCIAS E AVISOS POR TURMA".
           05  LINE 16  COLUMN 05
               VALUE  "27 - EXPORTACAO CONTABIL DAS MENSALIDADES".
           05  LINE 22  COLUMN 05
               VALUE  "99 - VOLTA AO MENU PRINCIPAL".
           05  LINE 23  COLUMN 05
                IF W-OPCAO = 10 CALL "TRANSALU" GO TO MENU-ESC.
                IF W-OPCAO = 11 CALL "CADRESP"  GO TO MENU-ESC.
                IF W-OPCAO = 12 CALL "PRINTRSP" GO TO MENU-ESC.
                IF W-OPCAO = 13 CALL "CADSUBST" GO TO MENU-ESC.
                IF W-OPCAO = 14 CALL "CADHABIL" GO TO MENU-ESC.
                IF W-OPCAO = 15 CALL "PRINTCRG" GO TO MENU-ESC.
                IF W-OPCAO = 16 CALL "CADCOB"   GO TO MENU-ESC.
                IF W-OPCAO = 17 CALL "REMBOL"   GO TO MENU-ESC.
                IF W-OPCAO = 18 CALL "CADBOLSA" GO TO MENU-ESC.
                IF W-OPCAO = 19 CALL "PRINTBOL" GO TO MENU-ESC.
                IF W-OPCAO = 20 CALL "DECLMEN" GO TO MENU-ESC.
                IF W-OPCAO = 21 CALL "PRINTHIS" GO TO MENU-ESC.
                IF W-OPCAO = 22 CALL "CADCENSO" GO TO MENU-ESC.
                IF W-OPCAO = 23 CALL "GERACENS" GO TO MENU-ESC.
                IF W-OPCAO = 24 CALL "CADOCOR"  GO TO MENU-ESC.
                IF W-OPCAO = 25 CALL "CARTAOCO" GO TO MENU-ESC.
                IF W-OPCAO = 26 CALL "PRINTOCO" GO TO MENU-ESC.
                IF W-OPCAO = 27 CALL "GERACMEN" GO TO MENU-ESC.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-ESC.
