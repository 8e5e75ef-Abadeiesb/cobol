      *> carga" sem adivinhacao.
      *> JR-CAMPO "INCLUSAO" marca operador novo (um registro so) e
      *> "RESTAURACAO" marca uma volta de geracao pelo restOper.
      *> "PIN-RESET" e "DESBLOQUEIO" marcam a redefinicao de PIN e a
      *> liberacao de ID bloqueado feitas pelo supervisor no
      *> operMant (o PIN em si nunca vai para o jornal; o valor
      *> novo leva o ID do supervisor).
      *> "ANONIMIZACAO" marca o expurgo de dados pessoais feito pelo
      *> anonOper: o valor antigo leva a data de desligamento usada e
      *> o novo a referencia da aprovacao do DPO. Os registros "NOME"
      *> e "INCLUSAO" desse operador ficam com "*ANONIMIZADO*" no
      *> lugar do nome.
      *>-----------------------------------------------------------
       01  OPER-JOURNAL-REGISTRO.
           05  JR-DATA                 PIC 9(8).
