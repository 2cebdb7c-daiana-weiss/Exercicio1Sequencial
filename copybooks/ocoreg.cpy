      *>----------------------------------------------------------------
      *> OCOREG.CPY
      *> Layout padrao do registro de ocorrencia do aluno
      *> (arqOcorrencias.dat, indexado pela chave aluno+data+hora) -
      *> substitui o caderno de ocorrencias da recepcao. Tipos:
      *>   A - ACIDENTE     - queda, machucado no patio ou na sala
      *>   M - MEDICAMENTO  - medicamento da ficha de saude
      *>                      (sau-medicamento) dado ao aluno
      *>   C - COMPORTAMENTO- problema de comportamento
      *>   R - RETIRADA     - aluno retirado por um dos autorizados da
      *>                      ficha de saude (sau-autorizado)
      *>   O - OUTROS
      *> O oco-complemento guarda o medicamento dado (M) ou quem retirou
      *> a crianca (R). Gravada pela tela lista11exe1_ocorrencias, que
      *> imprime o bilhete para os responsaveis; listada no
      *> lista11exe1_relOcorrencias, na ficha do aluno (fichaAluno) e na
      *> declaracao de transferencia. O registro continua no arquivo
      *> depois que o aluno sai do cadastro.
      *>
      *> Uso, dentro da file section de quem le/grava arqOcorrencias:
      *>       fd  arqOcorrencias.
      *>           copy "ocoreg.cpy".
      *>----------------------------------------------------------------
       01 oco-reg.
           05 oco-chave.
               10 oco-cod                          pic 9(004). *> codigo do aluno (fd-cod do arqCad)
               10 oco-data                         pic 9(008). *> data da ocorrencia, AAAAMMDD
               10 oco-hora                         pic 9(006). *> hora da ocorrencia, HHMMSS
           05 oco-tipo                             pic X(001). *> tipo da ocorrencia
               88 oco-acidente                     value "A".
               88 oco-medicamento                  value "M".
               88 oco-comportamento                value "C".
               88 oco-retirada                     value "R".
               88 oco-outros                       value "O".
               88 oco-tipo-valido                  value "A" "M" "C" "R" "O".
           05 oco-descricao                        pic X(100). *> o que aconteceu
           05 oco-descricao-lin redefines oco-descricao.
               10 oco-descricao-1                  pic X(050).
               10 oco-descricao-2                  pic X(050).
           05 oco-acao                             pic X(100). *> providencia tomada
           05 oco-acao-lin redefines oco-acao.
               10 oco-acao-1                       pic X(050).
               10 oco-acao-2                       pic X(050).
           05 oco-complemento                      pic X(040). *> medicamento dado (M) ou quem retirou (R)
           05 oco-operador                         pic X(020). *> operador que registrou (OPERADOR)
