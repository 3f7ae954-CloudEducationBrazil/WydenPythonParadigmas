      *> na referência pedida e pagina todos os cálculos dela, de todas
      *> as datas, buscando cada registro completo no mestre indexado
      *> (CALCLOGIX.DAT) - com a rodada e a observação na tela.
      *> Cálculo estornado aparece junto com o seu estorno: a pesquisa
      *> pela referência original chega no estorno pela entrada de
      *> ligação que a Calculadora grava no índice, e a pesquisa pela
      *> referência do estorno traz o original logo abaixo dele.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcRastreia.
    88 FIM-CONSULTA                VALUE "S".
*> Referência pesquisada, obrigatória - é a chave da pergunta.
 01 W-REF-PESQUISA         PIC X(10) VALUE SPACES.
*> Chave do cálculo original de um estorno (ver Busca-Original).
 01 W-ORIG-DATA            PIC X(08) VALUE SPACES.
 01 W-ORIG-SEQ             PIC 9(05) VALUE ZEROS.
 01 W-LINHA-DET            PIC X(78) VALUE SPACES.
*> Paginação: 4 registros por tela, três linhas por registro
*> (identificação e duas de resultados), como no CalcConsulta.
           MOVE "AUSENTE NO MESTRE - RECONSTRUIR" TO AU-OBSERVACAO
     END-READ.
     PERFORM Exibe-Registro.
     IF AU-ESTORNO AND AU-REF = W-REF-PESQUISA AND NOT FIM-CONSULTA
        PERFORM Busca-Original
     END-IF.

 Busca-Original.
*> Estorno achado pela própria referência: o original está em outra
*> referência, fora desta pesquisa - vem direto pela chave da trilha
*> guardada na observação do estorno (ver AU-OBS-ESTORNO).
     MOVE AU-EST-DATA TO W-ORIG-DATA.
     MOVE AU-EST-SEQ  TO W-ORIG-SEQ.
     MOVE W-ORIG-DATA TO AU-DATA.
     MOVE W-ORIG-SEQ  TO AU-SEQ.
     READ ARQ-AUDIX
        INVALID KEY
           MOVE SPACES TO REG-AUDITORIA
           MOVE W-ORIG-DATA TO AU-DATA
           MOVE W-ORIG-SEQ  TO AU-SEQ
           MOVE "ORIGINAL AUSENTE NO MESTRE" TO AU-OBSERVACAO
     END-READ.
     PERFORM Exibe-Registro.

 Exibe-Registro.
*> Tela cheia: espera a decisão do operador antes de seguir (ENTER
        ADD 1 TO W-SLOT
        MOVE SPACES TO W-LINHA-DET
        STRING AU-DATA " " AU-SEQ " " AU-RUN-ID "     " AU-N1 " "
               AU-N2 "  " AU-OBSERVACAO (1:27) DELIMITED BY SIZE
               INTO W-LINHA-DET
        END-STRING
        COMPUTE W-POS-TELA = (6 + W-SLOT * 3) * 100 + 3
