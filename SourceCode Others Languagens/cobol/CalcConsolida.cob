*> Layouts compartilhados com a Calculadora/CalcManut, com outros nomes
*> de campo para entrada e saída poderem ficar abertas ao mesmo tempo.
     COPY REGTRANS REPLACING ==REG-TRANSACAO==      BY ==REG-ENTRADA==
                             ==REG-TRANS-ESTORNO== BY ==REG-ENT-ESTORNO==
                             ==REG-TRANS-HEADER==  BY ==REG-ENT-HEADER==
                             ==REG-TRANS-TRAILER== BY ==REG-ENT-TRAILER==
                             ==TR-IMAGEM==          BY ==EN-IMAGEM==
                             ==TR-LINHA==           BY ==EN-LINHA==
                             LEADING ==TR-== BY ==EN-==
                             LEADING ==ES-== BY ==EE-==
                             LEADING ==HD-== BY ==EH-==
                             LEADING ==TL-== BY ==ET-==.
 FD  ARQ-TRANSACOES.
           END-IF
        WHEN "D"
           PERFORM Confere-Detalhe
        WHEN "E"
           PERFORM Confere-Estorno
        WHEN OTHER
           MOVE "TIPO DE REGISTRO INVALIDO" TO W-SITUACAO
           MOVE "N" TO W-ARQUIVO-OK
        MOVE "N" TO W-ARQUIVO-OK
     END-IF.

 Confere-Estorno.
*> Estorno conta na quantidade do trailer, mas não traz valores para o
*> hash; sem a referência original ele só viraria suspenso no batch.
     ADD 1 TO W-QTDE-DETALHES.
     IF EE-REF-ORIGINAL = SPACES
        MOVE "ESTORNO SEM REFERENCIA ORIGINAL" TO W-SITUACAO
        MOVE "N" TO W-ARQUIVO-OK
     END-IF.

 Valida-Entrada.
*> Rejeita entrada em branco ou nao-numerica antes de converter;
*> FUNCTION TEST-NUMVAL devolve zero quando o texto e um numero valido.
     CLOSE ARQ-TRANSACOES.

 Copia-Origem.
*> Segunda leitura do arquivo da origem: só os detalhes e estornos seguem
*> para a saída, com a origem carimbada - a do header do proprio arquivo ou,
*> com ela em branco, o nome da origem da lista.
     PERFORM Monta-Nome-Entrada.
     OPEN INPUT ARQ-ENTRADA.
        END-IF
        WRITE REG-TRANSACAO
     END-IF.
     IF EN-TIPO = "E"
        MOVE SPACES TO REG-TRANS-ESTORNO
        MOVE "E"             TO ES-TIPO
        MOVE EE-REF          TO ES-REF
        MOVE EE-REF-ORIGINAL TO ES-REF-ORIGINAL
        IF EE-ORIGEM NOT = SPACES
           MOVE EE-ORIGEM TO ES-ORIGEM
        ELSE
           IF OG-ORIGEM-HDR (W-IDX-ORIGEM) NOT = SPACES
              MOVE OG-ORIGEM-HDR (W-IDX-ORIGEM) TO ES-ORIGEM
           ELSE
              MOVE OG-NOME (W-IDX-ORIGEM) TO ES-ORIGEM
           END-IF
        END-IF
        WRITE REG-TRANS-ESTORNO
     END-IF.
     PERFORM Le-Entrada.
