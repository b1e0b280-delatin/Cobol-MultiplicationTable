      *    recebe as alteracoes pelo mesmo menu de opcoes do TABCONS
      *    e do TABINQ, aplica as criticas do CONFERE-PARAMETROS do
      *    MTABLE (minimo nao acima do maximo, QUANTOS-MAXIMO
      *    diferente de zero, LISTA-MAXIMO de 1 a 5, LINHAS-PAGINA
      *    de 20 a 99, chaves S/N)
      *    antes de gravar e anota cada mudanca na trilha TABPAUD:
      *    data, hora, usuario, parametro, valor antigo e valor
      *    novo.
      *
      *    Palavras-chave mantidas: LIMITE-MINIMO, LIMITE-MAXIMO,
      *    QUANTOS-MAXIMO, LISTA-MAXIMO, TITULO, CSV, ECO-CONSOLE e
      *    LINHAS-PAGINA.
      *
      *    Linha de comentario e palavra-chave de outros programas
      *    (RETENCAO-DIAS do TABARCH, ESCALA-DIAS do TABAGE) sao
      *    preservadas como estao na regravacao.
           88  OPCAO-TITULO           VALUE 5.
           88  OPCAO-CSV              VALUE 6.
           88  OPCAO-ECO              VALUE 7.
           88  OPCAO-LINHAS-PAGINA    VALUE 8.
           88  OPCAO-GRAVAR           VALUE 9.
           88  OPCAO-SAIR             VALUE 0.

      *    Valores vigentes, com os mesmos padroes historicos do
      *    MTABLE, e a copia de carga para a trilha de mudancas.
               VALUE "TABUADA DO NUMERO ".
           05  PARM-CSV           PIC X(01) VALUE "S".
           05  PARM-ECO           PIC X(01) VALUE "S".
           05  PARM-LINHAS-PAGINA PIC 9(02) VALUE 60.
       01  PARAMETROS-ORIGINAIS.
           05  ORIG-LIMITE-MINIMO PIC 9(03) VALUE 1.
           05  ORIG-LIMITE-MAXIMO PIC 9(03) VALUE 999.
               VALUE "TABUADA DO NUMERO ".
           05  ORIG-CSV           PIC X(01) VALUE "S".
           05  ORIG-ECO           PIC X(01) VALUE "S".
           05  ORIG-LINHAS-PAGINA PIC 9(02) VALUE 60.

       01  REG-PARAMETRO.
           05  PRM-PALAVRA.
           DISPLAY "  1 - LIMITE-MINIMO    2 - LIMITE-MAXIMO".
           DISPLAY "  3 - QUANTOS-MAXIMO   4 - LISTA-MAXIMO".
           DISPLAY "  5 - TITULO           6 - CSV".
           DISPLAY "  7 - ECO-CONSOLE      8 - LINHAS-PAGINA".
           DISPLAY "  9 - GRAVAR E ENCERRAR".
           DISPLAY "  0 - ENCERRAR SEM GRAVAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-LIMITE-MINIMO
                   IF OPCAO-ECO
                       PERFORM ALTERA-ECO
                   ELSE
                       IF OPCAO-LINHAS-PAGINA
                           PERFORM ALTERA-LINHAS-PAGINA
                       ELSE
                           PERFORM PROCESSA-OPCAO-ENCERRAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCESSA-OPCAO-ENCERRAMENTO.
           IF OPCAO-GRAVAR
               PERFORM GRAVA-PARAMETROS
           ELSE
               IF OPCAO-SAIR
                   SET MANUTENCAO-ENCERRADA TO TRUE
                   DISPLAY "ENCERRADO SEM GRAVAR"
                       " - TABPARM INALTERADO"
               ELSE
                   DISPLAY "OPCAO INVALIDA (USE 0 A 9)"
               END-IF
           END-IF.

       EXIBE-PARAMETROS.
           DISPLAY " ".
           DISPLAY "MANUTENCAO DE PARAMETROS (TABPARM)".
           DISPLAY "  TITULO ........: " PARM-TITULO.
           DISPLAY "  CSV ...........: " PARM-CSV.
           DISPLAY "  ECO-CONSOLE ...: " PARM-ECO.
           DISPLAY "  LINHAS-PAGINA .: " PARM-LINHAS-PAGINA.

       ALTERA-LIMITE-MINIMO.
           DISPLAY "NOVO LIMITE-MINIMO: " WITH NO ADVANCING.
           ACCEPT ENTRADA-NUMERICA-1.
           MOVE ENTRADA-NUMERICA-1 TO PARM-LISTA-MAXIMO.

       ALTERA-LINHAS-PAGINA.
           DISPLAY "NOVO LINHAS-PAGINA (20 A 99): " WITH NO ADVANCING.
           ACCEPT ENTRADA-NUMERICA-2.
           MOVE ENTRADA-NUMERICA-2 TO PARM-LINHAS-PAGINA.

       ALTERA-TITULO.
           DISPLAY "NOVO TITULO (ATE 18 POSICOES): " WITH NO ADVANCING.
           ACCEPT ENTRADA-TEXTO.
               DISPLAY "ERRO: ECO-CONSOLE DEVE SER S OU N"
               SET PARAMETROS-EM-ERRO TO TRUE
           END-IF.
           IF PARM-LINHAS-PAGINA < 20
               DISPLAY "ERRO: LINHAS-PAGINA DEVE SER DE 20 A 99"
               SET PARAMETROS-EM-ERRO TO TRUE
           END-IF.

       CARREGA-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS.
                   IF PRM-PALAVRA = "ECO-CONSOLE"
                       PERFORM CARREGA-ECO
                   ELSE
                       IF PRM-PALAVRA = "LINHAS-PAGINA"
                           PERFORM CARREGA-LINHAS-PAGINA
                       ELSE
                           PERFORM GUARDA-LINHA-ALHEIA
                       END-IF
                   END-IF
               END-IF
           END-IF.
               PERFORM DESPREZA-VALOR-INVALIDO
           END-IF.

       CARREGA-LINHAS-PAGINA.
           IF PRM-VALOR-2 IS NUMERIC
               MOVE PRM-VALOR-2 TO PARM-LINHAS-PAGINA
           ELSE
               PERFORM DESPREZA-VALOR-INVALIDO
           END-IF.

       DESPREZA-VALOR-INVALIDO.
           DISPLAY "AVISO: VALOR INVALIDO PARA O PARAMETRO "
               PRM-PALAVRA " - LINHA DESPREZADA, MANTIDO O VALOR"
               MOVE "ECO-CONSOLE" TO SAI-PALAVRA
               MOVE PARM-ECO TO SAI-VALOR
               PERFORM GRAVA-LINHA-PARAMETRO
               MOVE "LINHAS-PAGINA" TO SAI-PALAVRA
               MOVE PARM-LINHAS-PAGINA TO SAI-VALOR
               PERFORM GRAVA-LINHA-PARAMETRO
               CLOSE ARQUIVO-PARAMETROS
           END-IF.

                   MOVE PARM-ECO TO APR-VALOR-NOVO
                   PERFORM GRAVA-MUDANCA
               END-IF
               IF PARM-LINHAS-PAGINA NOT = ORIG-LINHAS-PAGINA
                   MOVE "LINHAS-PAGINA" TO APR-PARAMETRO
                   MOVE ORIG-LINHAS-PAGINA TO APR-VALOR-ANTIGO
                   MOVE PARM-LINHAS-PAGINA TO APR-VALOR-NOVO
                   PERFORM GRAVA-MUDANCA
               END-IF
               CLOSE ARQUIVO-AUDITORIA-PARM
           END-IF.

