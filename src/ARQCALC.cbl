      * Linha de auditoria no layout gravado por GRAVAR-AUDITORIA da
      * CALCULADORA; a data em que a linha foi gravada ocupa (1:10) -
      * o corte e aplicado sobre ela (data de registro), nao sobre a
      * data de negocio do lancamento. Linha encadeada traz a cadeia
      * em (241:13) - " CD=", a letra da cadeia e a data AAAAMMDD em
      * (246:8) - e o valor de verificacao em (254:14)
       FD  ARQUIVO-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA           PIC X(267).

       FD  ARQUIVO-AUDIT-ARQ
           RECORDING MODE IS F.
       01  REG-AUDIT-ARQ           PIC X(267).

       FD  ARQUIVO-REPOSICAO
           RECORDING MODE IS F.
       01  REG-REPOSICAO           PIC X(267).

      * Arquivo mestre no layout de REG-MESTRE da CALCULADORA
       FD  ARQUIVO-MESTRE.
      * Fim de arquivo da passagem corrente
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".

      * Destino da linha de auditoria corrente (S=arquivo morto)
       01 WS-ARQUIVAR-LINHA    PIC X(1) VALUE "N".

      * Contagens do relatorio de controle: movidas e retidas em cada
      * arquivo
       01 WS-AUD-MOVIDAS       PIC 9(7) VALUE ZEROS.
      *                               corrente: anterior ao corte vai
      *                               para o arquivo morto, o resto
      *                               para a area de passagem que
      *                               recompoe a trilha viva. Linha
      *                               encadeada segue a data da sua
      *                               cadeia, para cada cadeia ir
      *                               inteira para um so lado do corte
      *                               e continuar verificavel
      ******************************************************************
       CLASSIFICAR-LINHA-AUDITORIA.
           MOVE "N" TO WS-ARQUIVAR-LINHA.
           IF REG-AUDITORIA(241:4) = " CD="
                   AND REG-AUDITORIA(246:8) IS NUMERIC
               IF REG-AUDITORIA(246:8) < WS-DATA-CORTE-COMPACTA
                   MOVE "S" TO WS-ARQUIVAR-LINHA
               END-IF
           ELSE
               IF REG-AUDITORIA(5:1) = "-"
                       AND REG-AUDITORIA(8:1) = "-"
                       AND REG-AUDITORIA(1:10) < WS-DATA-CORTE
                   MOVE "S" TO WS-ARQUIVAR-LINHA
               END-IF
           END-IF.
           IF WS-ARQUIVAR-LINHA = "S"
               MOVE REG-AUDITORIA TO REG-AUDIT-ARQ
               WRITE REG-AUDIT-ARQ
               IF WS-FS-AUDIT-ARQ NOT = "00"
