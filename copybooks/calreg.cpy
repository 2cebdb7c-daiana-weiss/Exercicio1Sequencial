      *>----------------------------------------------------------------
      *> CALREG.CPY
      *> Layout padrao do registro do calendario escolar
      *> (arqCalendario.txt) - uma linha por dia letivo, com o bimestre
      *> a que o dia pertence; dia fora do arquivo nao eh letivo
      *> (fim de semana, feriado, recesso). Mantido pela coordenacao na
      *> tela lista11exe1_manutCalendario (a tabela inteira em memoria,
      *> arquivo regravado em ordem de data a cada mudanca) e lido pelo
      *> controle de chamada e notas pendentes
      *> (lista11exe1_relControleTurmas), que cobra uma chamada no
      *> arqPresenca.txt por fase em cada dia letivo ja passado.
      *>
      *> Uso, dentro da file section de quem le/grava arqCalendario:
      *>       fd  arqCalendario.
      *>           copy "calreg.cpy".
      *>----------------------------------------------------------------
       01 cal-reg.
           05 cal-data                             pic 9(008). *> dia letivo, formato AAAAMMDD
           05 cal-bimestre                         pic 9(001). *> bimestre do dia (1 a 4)
               88 cal-bimestre-valido              value 1 thru 4.
           05 cal-descricao                        pic X(030). *> observacao (reposicao, sabado letivo...)
