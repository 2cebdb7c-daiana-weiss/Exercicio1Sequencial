      *>----------------------------------------------------------------
      *> ATRIREG.CPY
      *> Layout padrao do registro de atribuicao de professor
      *> (arqAtribuicoes.txt) - uma linha por professor, fase e
      *> disciplina no ano letivo, ligando o operador de perfil
      *> PROFESSOR (ope-usuario do arqOperadores.txt) as turmas que ele
      *> atende. Disciplina 00 = todas as disciplinas da grade da fase
      *> (professor regente). Mantido pela coordenacao na tela
      *> lista11exe1_manutAtribuicoes (a tabela inteira em memoria,
      *> arquivo regravado a cada mudanca, em ordem de ano, professor,
      *> fase e disciplina). Lido pela chamada (lista11exe1_presenca - o
      *> professor so abre a chamada de fase atribuida a ele no ano do
      *> dia letivo), pelo lancamento de notas (lista11exe1_notas - so a
      *> fase e disciplina atribuidas) e pelo controle de chamada e
      *> notas pendentes (lista11exe1_relControleTurmas).
      *>
      *> Uso, dentro da file section de quem le/grava arqAtribuicoes:
      *>       fd  arqAtribuicoes.
      *>           copy "atrireg.cpy".
      *>----------------------------------------------------------------
       01 atr-reg.
           05 atr-ano                              pic 9(004). *> ano letivo, formato AAAA
           05 atr-usuario                          pic X(020). *> operador professor (ope-usuario)
           05 atr-fase                             pic 9(002). *> fase atendida (01 a 12)
           05 atr-disciplina                       pic 9(002). *> disciplina da grade da fase (00 = todas)
               88 atr-todas-disciplinas            value 0.
