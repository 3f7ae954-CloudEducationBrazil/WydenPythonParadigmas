      *> imprime o relatório de certificação: registros conferidos,
      *> registros batendo e cada divergência com a chave e os dois
      *> valores - a re-performance independente que os auditores
      *> externos pediram na última revisão. Estorno (AU-ESTORNO) é
      *> recalculado do mesmo par e conferido com o sinal trocado; a
      *> observação dele é a ligação com o original, não um resultado.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcCertifica.
     PERFORM Confere-Percentual.
     PERFORM Confere-Media.
     PERFORM Confere-Resto.
     IF NOT AU-ESTORNO
        PERFORM Confere-Observacao
     END-IF.
     IF REGISTRO-BATE
        ADD 1 TO W-QTDE-BATEM
     ELSE
     IF AU-SOMA-X NOT = SPACES
        MOVE ZEROS TO W-Soma
        ADD W-N1 W-N2 TO W-Soma
        IF AU-ESTORNO
           COMPUTE W-Soma = 0 - W-Soma
        END-IF
        MOVE W-Soma TO W-ED-SOMA
        MOVE "SOMA" TO W-CMP-NOME
        MOVE W-ED-SOMA TO W-CMP-A
 Confere-Subtracao.
     IF AU-SUBTRACAO-X NOT = SPACES
        SUBTRACT W-N1 FROM W-N2 GIVING W-Subtracao
        IF AU-ESTORNO
           COMPUTE W-Subtracao = 0 - W-Subtracao
        END-IF
        MOVE W-Subtracao TO W-ED-SUBTRACAO
        MOVE "SUBTRACAO" TO W-CMP-NOME
        MOVE W-ED-SUBTRACAO TO W-CMP-A
              MOVE "S" TO W-ERRO-MULTIPLICACAO
              MOVE ZEROS TO W-Multiplicacao
        END-MULTIPLY
        IF AU-ESTORNO
           COMPUTE W-Multiplicacao = 0 - W-Multiplicacao
        END-IF
        MOVE W-Multiplicacao TO W-ED-MULTIPLICACAO
        MOVE "MULTIPLICACAO" TO W-CMP-NOME
        MOVE W-ED-MULTIPLICACAO TO W-CMP-A
        ELSE
           DIVIDE W-N1 BY W-N2 GIVING W-Divisao
        END-IF
        IF AU-ESTORNO
           COMPUTE W-Divisao = 0 - W-Divisao
        END-IF
        MOVE W-Divisao TO W-ED-DIVISAO
        MOVE "DIVISAO" TO W-CMP-NOME
        MOVE W-ED-DIVISAO TO W-CMP-A
                 MOVE ZEROS TO W-Percentual
           END-COMPUTE
        END-IF
        IF AU-ESTORNO
           COMPUTE W-Percentual = 0 - W-Percentual
        END-IF
        MOVE W-Percentual TO W-ED-PERCENTUAL
        MOVE "PERCENTUAL" TO W-CMP-NOME
        MOVE W-ED-PERCENTUAL TO W-CMP-A
 Confere-Media.
     IF AU-MEDIA-X NOT = SPACES
        COMPUTE W-Media ROUNDED = (W-N1 + W-N2) / 2
        IF AU-ESTORNO
           COMPUTE W-Media = 0 - W-Media
        END-IF
        MOVE W-Media TO W-ED-MEDIA
        MOVE "MEDIA" TO W-CMP-NOME
        MOVE W-ED-MEDIA TO W-CMP-A
        ELSE
           COMPUTE W-Resto = FUNCTION MOD(W-N1, W-N2)
        END-IF
        IF AU-ESTORNO
           COMPUTE W-Resto = 0 - W-Resto
        END-IF
        MOVE W-Resto TO W-ED-RESTO
        MOVE "RESTO" TO W-CMP-NOME
        MOVE W-ED-RESTO TO W-CMP-A
