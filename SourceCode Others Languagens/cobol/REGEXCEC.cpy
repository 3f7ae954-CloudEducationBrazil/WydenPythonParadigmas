      *> CalcExcecao: rodada, chave e referência do registro ofensor, o
      *> limite violado, o valor apurado e o teto configurado - mais a
      *> disposição do acompanhamento, mantida pelo CalcDisposicao
      *> (situação, nota do revisor, data e operador da disposição).
      *> Compartilhado entre quem grava (CalcExcecao) e quem acompanha
      *> (CalcDisposicao), para a auditoria provar que cada exceção foi
      *> olhada.
 01 REG-EXCECAO.
    02 EX-RUN-ID          PIC 9(06).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 FILLER             PIC X(02) VALUE SPACES.
*> AAMMDD da disposição; zeros/brancos enquanto pendente.
    02 EX-DATA-DISP       PIC X(06).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Operador identificado que fez a última disposição (ver REGOPER.cpy);
*> em branco enquanto ninguém dispôs.
    02 EX-OPERADOR        PIC X(08).
