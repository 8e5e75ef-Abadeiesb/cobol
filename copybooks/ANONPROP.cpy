      *>-----------------------------------------------------------
      *> ANONPROP.cpy
      *> Layout do registro da proposta de anonimizacao
      *> (data/ANONPROP.DAT), gravada pela listagem do anonOper: um
      *> registro por operador listado para o encarregado de dados
      *> (DPO) aprovar. A rodada APLICAR anonimiza so os IDs daqui
      *> que ainda estiverem elegiveis, com a retencao da listagem,
      *> e esvazia o arquivo -- nada e anonimizado sem ter passado
      *> por uma listagem aprovada.
      *>-----------------------------------------------------------
       01  ANON-PROPOSTA-REGISTRO.
           05  AP-DATA-LISTAGEM        PIC 9(8).
           05  AP-ANOS-RETENCAO        PIC 9(2).
           05  AP-OP-ID                PIC X(8).
           05  AP-DATA-REFERENCIA      PIC 9(8).
