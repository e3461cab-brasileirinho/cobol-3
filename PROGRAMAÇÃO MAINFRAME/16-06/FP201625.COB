           05  LINE 06  COLUMN 68 VALUE "34-CONSIGNADOS".
           05  LINE 07  COLUMN 68 VALUE "35-ARQUIVA RELAT.".
           05  LINE 08  COLUMN 68 VALUE "36-ACERVO RELAT.".
           05  LINE 09  COLUMN 68 VALUE "37-RUBRICAS".
           05  LINE 10  COLUMN 68 VALUE "38-LANC.VARIAVEIS".
           05  LINE 11  COLUMN 68 VALUE "39-RISCOS OCUPAC.".
           05  LINE 12  COLUMN 68 VALUE "40-EMISSAO PPP".
           05  LINE 13  COLUMN 68 VALUE "41-CAT ACIDENTES".
           05  LINE 14  COLUMN 68 VALUE "42-TAXAS ACIDENT.".
           05  LINE 15  COLUMN 68 VALUE "43-CATALOGO EPI".
           05  LINE 16  COLUMN 68 VALUE "44-ENTREGA EPI".
           05  LINE 17  COLUMN 68 VALUE "45-FICHA EPI".
           05  LINE 18  COLUMN 68 VALUE "46-SINDICATOS".
           05  LINE 19  COLUMN 68 VALUE "47-VINCULO SIND.".
           05  LINE 20  COLUMN 68 VALUE "48-AUTORIZ.CONTR.".
           05  LINE 21  COLUMN 68 VALUE "49-REGRA COMISSAO".
           05  LINE 22  COLUMN 68 VALUE "50-ATESTADOS".
           05  LINE 23  COLUMN 68 VALUE "51-AUTORIZ.HE".
           05  LINE 21  COLUMN 10 VALUE "52-SEGURO-DESEMPREGO".
           05  LINE 23  COLUMN 10 VALUE "53-PROCESSOS TRABALHISTAS".
           05  LINE 22  COLUMN 10 VALUE "00-ENCERRAR".
           05  LINE 24  COLUMN 10 VALUE "OPCAO: ".
           05  LINE 24  COLUMN 45 VALUE "99-MAIS OPCOES".
           05  TOPCAO
               LINE 24  COLUMN 18  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.
       01  TELAMENU2.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                     SISTEMA DE FOLHA DE P".
           05  LINE 03  COLUMN 44
               VALUE  "AGAMENTO - MENU (2)".
           05  LINE 06  COLUMN 10 VALUE "54-CATEGORIAS DE DESPESA".
           05  LINE 07  COLUMN 10 VALUE "55-REEMBOLSO DE DESPESAS".
           05  LINE 08  COLUMN 10 VALUE "56-PAGAMENTO DE REEMBOLSOS".
           05  LINE 09  COLUMN 10 VALUE "57-SINAIS DE ALERTA NA FOLHA".
           05  LINE 10  COLUMN 10 VALUE "58-DARF MENSAL DO IRRF".
           05  LINE 11  COLUMN 10 VALUE "59-ESOCIAL EVENTOS PERIODICOS".
           05  LINE 12  COLUMN 10 VALUE "60-ESOCIAL RETORNO/REJEITADOS".
           05  LINE 13  COLUMN 10 VALUE "61-IGUALDADE SALARIAL".
           05  LINE 14  COLUMN 10 VALUE "62-COTAS PCD E APRENDIZ".
           05  LINE 15  COLUMN 10 VALUE "63-VIRADA DO ANO".
           05  LINE 16  COLUMN 10 VALUE "64-PROPOSTA DE ORCAMENTO".
           05  LINE 17  COLUMN 10 VALUE "65-MATRIZ DE MERITO".
           05  LINE 18  COLUMN 10 VALUE "66-VERBA DE MERITO".
           05  LINE 19  COLUMN 10 VALUE "67-AVALIACAO DESEMPENHO".
           05  LINE 20  COLUMN 10 VALUE "68-CICLO DE MERITO".
           05  LINE 06  COLUMN 45 VALUE "69-REQUISICAO DE PESSOAL".
           05  LINE 07  COLUMN 45 VALUE "70-CANDIDATOS".
           05  LINE 08  COLUMN 45 VALUE "71-REL. REQUISICOES".
           05  LINE 09  COLUMN 45 VALUE "72-MODELO DE CHECKLIST".
           05  LINE 10  COLUMN 45 VALUE "73-BAIXA DO CHECKLIST".
           05  LINE 11  COLUMN 45 VALUE "74-REL. CHECKLIST".
           05  LINE 12  COLUMN 45 VALUE "75-REL. DADOS PESSOAIS LGPD".
           05  LINE 13  COLUMN 45 VALUE "76-ANONIMIZACAO LGPD".
           05  LINE 14  COLUMN 45 VALUE "77-CONSULTA DE ACESSOS".
           05  LINE 15  COLUMN 45 VALUE "78-REL. ACESSOS SEMANA".
           05  LINE 16  COLUMN 45 VALUE "79-DISTRIB. REL. GERENTES".
           05  LINE 17  COLUMN 45 VALUE "80-VALIDADE DE CURSOS".
           05  LINE 18  COLUMN 45 VALUE "81-RECERTIFICACAO CURSOS".
           05  LINE 19  COLUMN 45 VALUE "82-INSTRUTORES".
           05  LINE 20  COLUMN 45 VALUE "83-CUSTOS DA TURMA".
           05  LINE 21  COLUMN 45 VALUE "84-CUSTO TREINAMENTO CDC".
           05  LINE 22  COLUMN 45 VALUE "85-PRE-REQUISITOS".
           05  LINE 23  COLUMN 45 VALUE "86-REL. INSCRICOES".
           05  LINE 06  COLUMN 68 VALUE "87-FAT.PLANO".
           05  LINE 07  COLUMN 68 VALUE "88-TRANSF.EMP".
           05  LINE 08  COLUMN 68 VALUE "89-FOL.COMPL.".
           05  LINE 09  COLUMN 68 VALUE "90-TIPOS DOC.".
           05  LINE 10  COLUMN 68 VALUE "91-DOC.CARGO".
           05  LINE 11  COLUMN 68 VALUE "92-DOC.FUNC.".
           05  LINE 12  COLUMN 68 VALUE "93-DOC.VENCER".
           05  LINE 13  COLUMN 68 VALUE "94-DISCIPLINA".
           05  LINE 14  COLUMN 68 VALUE "95-CARTA DISC".
           05  LINE 15  COLUMN 68 VALUE "96-APROVA SAL".
           05  LINE 16  COLUMN 68 VALUE "97-REL.SAL.PEN".
           05  LINE 17  COLUMN 68 VALUE "98-RAT.OBITO".
           05  LINE 22  COLUMN 10 VALUE "00-VOLTAR".
           05  LINE 24  COLUMN 10 VALUE "OPCAO: ".
           05  TOPCAO2
               LINE 24  COLUMN 18  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.
       01  TELAMENUC.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
                IF W-OPCAO = 34  CALL "FP201679"  GO TO MNU-001.
                IF W-OPCAO = 35  CALL "FP201723"  GO TO MNU-001.
                IF W-OPCAO = 36  CALL "FP201724"  GO TO MNU-001.
                IF W-OPCAO = 37  CALL "FP201737"  GO TO MNU-001.
                IF W-OPCAO = 38  CALL "FP201738"  GO TO MNU-001.
                IF W-OPCAO = 39  CALL "FP201739"  GO TO MNU-001.
                IF W-OPCAO = 40  CALL "FP201740"  GO TO MNU-001.
                IF W-OPCAO = 41  CALL "FP201741"  GO TO MNU-001.
                IF W-OPCAO = 42  CALL "FP201742"  GO TO MNU-001.
                IF W-OPCAO = 43  CALL "FP201743"  GO TO MNU-001.
                IF W-OPCAO = 44  CALL "FP201744"  GO TO MNU-001.
                IF W-OPCAO = 45  CALL "FP201745"  GO TO MNU-001.
                IF W-OPCAO = 46  CALL "FP201747"  GO TO MNU-001.
                IF W-OPCAO = 47  CALL "FP201748"  GO TO MNU-001.
                IF W-OPCAO = 48  CALL "FP201749"  GO TO MNU-001.
                IF W-OPCAO = 49  CALL "FP201751"  GO TO MNU-001.
                IF W-OPCAO = 50  CALL "FP201753"  GO TO MNU-001.
                IF W-OPCAO = 51  CALL "FP201754"  GO TO MNU-001.
                IF W-OPCAO = 52  CALL "FP201756"  GO TO MNU-001.
                IF W-OPCAO = 53  CALL "FP201757"  GO TO MNU-001.
                IF W-OPCAO = 99  GO TO MNU-201.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MNU-001.
      *
      **********************
      * SEGUNDA PAGINA     *
      **********************
      *
       MNU-201.
                MOVE ZEROS TO W-OPCAO
                DISPLAY TELAMENU2.
       MNU-202.
                ACCEPT TOPCAO2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO MNU-001.
                IF W-OPCAO = 00
                   GO TO MNU-001.
                IF W-OPCAO = 54  CALL "FP201759"  GO TO MNU-201.
                IF W-OPCAO = 55  CALL "FP201760"  GO TO MNU-201.
                IF W-OPCAO = 56  CALL "FP201761"  GO TO MNU-201.
                IF W-OPCAO = 57  CALL "FP201762"  GO TO MNU-201.
                IF W-OPCAO = 58  CALL "FP201763"  GO TO MNU-201.
                IF W-OPCAO = 59  CALL "FP201764"  GO TO MNU-201.
                IF W-OPCAO = 60  CALL "FP201765"  GO TO MNU-201.
                IF W-OPCAO = 61  CALL "FP201766"  GO TO MNU-201.
                IF W-OPCAO = 62  CALL "FP201767"  GO TO MNU-201.
                IF W-OPCAO = 63  CALL "FP201768"  GO TO MNU-201.
                IF W-OPCAO = 64  CALL "FP201769"  GO TO MNU-201.
                IF W-OPCAO = 65  CALL "FP201770"  GO TO MNU-201.
                IF W-OPCAO = 66  CALL "FP201771"  GO TO MNU-201.
                IF W-OPCAO = 67  CALL "FP201772"  GO TO MNU-201.
                IF W-OPCAO = 68  CALL "FP201773"  GO TO MNU-201.
                IF W-OPCAO = 69  CALL "FP201774"  GO TO MNU-201.
                IF W-OPCAO = 70  CALL "FP201775"  GO TO MNU-201.
                IF W-OPCAO = 71  CALL "FP201776"  GO TO MNU-201.
                IF W-OPCAO = 72  CALL "FP201777"  GO TO MNU-201.
                IF W-OPCAO = 73  CALL "FP201778"  GO TO MNU-201.
                IF W-OPCAO = 74  CALL "FP201779"  GO TO MNU-201.
                IF W-OPCAO = 75  CALL "FP201780"  GO TO MNU-201.
                IF W-OPCAO = 76  CALL "FP201781"  GO TO MNU-201.
                IF W-OPCAO = 77  CALL "FP201782"  GO TO MNU-201.
                IF W-OPCAO = 78  CALL "FP201783"  GO TO MNU-201.
                IF W-OPCAO = 79  CALL "FP201784"  GO TO MNU-201.
                IF W-OPCAO = 80  CALL "FP201785"  GO TO MNU-201.
                IF W-OPCAO = 81  CALL "FP201786"  GO TO MNU-201.
                IF W-OPCAO = 82  CALL "FP201787"  GO TO MNU-201.
                IF W-OPCAO = 83  CALL "FP201788"  GO TO MNU-201.
                IF W-OPCAO = 84  CALL "FP201789"  GO TO MNU-201.
                IF W-OPCAO = 85  CALL "FP201790"  GO TO MNU-201.
                IF W-OPCAO = 86  CALL "FP201791"  GO TO MNU-201.
                IF W-OPCAO = 87  CALL "FP201792"  GO TO MNU-201.
                IF W-OPCAO = 88  CALL "FP201793"  GO TO MNU-201.
                IF W-OPCAO = 89  CALL "FP201794"  GO TO MNU-201.
                IF W-OPCAO = 90  CALL "FP201795"  GO TO MNU-201.
                IF W-OPCAO = 91  CALL "FP201796"  GO TO MNU-201.
                IF W-OPCAO = 92  CALL "FP201797"  GO TO MNU-201.
                IF W-OPCAO = 93  CALL "FP201798"  GO TO MNU-201.
                IF W-OPCAO = 94  CALL "FP201799"  GO TO MNU-201.
                IF W-OPCAO = 95  CALL "FP201800"  GO TO MNU-201.
                IF W-OPCAO = 96  CALL "FP201801"  GO TO MNU-201.
                IF W-OPCAO = 97  CALL "FP201802"  GO TO MNU-201.
                IF W-OPCAO = 98  CALL "FP201803"  GO TO MNU-201.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MNU-201.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
