      *> REGRUNIX.cpy - layout do índice por rodada da trilha de
      *> auditoria (CALCRUNIX.DAT). Os membros que trabalham sobre uma
      *> rodada (CalcExcecao, CalcConcilia) precisam só dos registros
      *> dela, mas a trilha é chaveada por data + sequência e uma rodada
      *> retomada ou de reprocessamento fica misturada às outras do dia -
      *> este índice dá o caminho direto: chave rodada + chave da trilha,
      *> apontando para o registro correspondente do mestre indexado
      *> (CALCLOGIX.DAT). Mantido pela Calculadora a cada gravação de
      *> auditoria (todas as rodadas, inclusive as interativas) e
      *> reconstruível a partir de CALCLOG.DAT pelo CalcReconstroi.
      *> Compartilhado entre quem grava (Calculadora), quem lê
      *> (CalcExcecao, CalcConcilia) e quem reconstrói (CalcReconstroi).
 01 REG-RUNIX.
    02 RN-CHAVE.
       03 RN-RUN-ID          PIC 9(06).
*> Imagem de AU-CHAVE (REGAUDIT.cpy): data AA/MM/DD + sequência do dia.
*> A leitura sequencial a partir da rodada devolve os registros dela na
*> ordem em que foram gravados.
       03 RN-AUD-CHAVE.
          04 RN-DATA         PIC X(08).
          04 RN-SEQ          PIC 9(05).
