      *>----------------------------------------------------------------
      *> OPEREG.CPY
      *> Layout padrao do registro de operador (arqOperadores.txt) - um
      *> operador por linha, com o resumo da senha e o perfil de acesso.
      *> Mantido pelo lista11exe1_menu (cadastro e desbloqueio so pela
      *> diretoria, troca de senha pelo proprio operador) e lido pela
      *> tela de entrada: o operador que assina entra no ambiente como
      *> OPERADOR e eh esse nome que os programas gravam no aud-usuario
      *> da trilha de auditoria. Perfis:
      *>   SECRETARIA - cadastro, mensalidades, relatorios e a baixa de
      *>                pagamentos (exclusiva deste perfil)
      *>   PROFESSOR  - chamada, notas, boletim e faltas
      *>   DIRETORIA  - todo o resto, inclusive virada, restauracao,
      *>                arquivamento e auditoria - menos a baixa de
      *>                pagamentos, que fica so com a secretaria
      *> A senha nao fica no arquivo: fica so o ope-hash-senha, um
      *> resumo calculado do usuario com a senha, que nao permite voltar
      *> a senha. O ope-senha so vem preenchido em linha gravada antes
      *> do resumo existir (senha em texto aberto); o menu converte essas
      *> linhas na carga e regrava o arquivo com o ope-senha em branco.
      *> Operador com ope-data-senha zerada (cadastrado pela diretoria,
      *> senha provisoria do desbloqueio ou convertido do texto aberto)
      *> troca a senha na proxima entrada.
      *>
      *> Uso, dentro da file section de quem le/grava arqOperadores:
      *>       fd  arqOperadores.
      *>----------------------------------------------------------------
       01 ope-reg.
           05 ope-usuario                          pic X(020). *> nome de entrada do operador
           05 ope-senha                            pic X(010). *> so em linha antiga (texto aberto) - em branco depois da conversao
           05 ope-perfil                           pic X(010). *> perfil de acesso
               88 ope-secretaria                   value "SECRETARIA".
               88 ope-professor                    value "PROFESSOR".
               88 ope-cozinha                      value "COZINHA".
               88 ope-diretoria                    value "DIRETORIA".
           05 ope-hash-senha                       pic 9(012). *> resumo do usuario + senha (nunca a senha)
           05 ope-situacao                         pic X(001). *> A ativo, B bloqueado por tentativas
               88 ope-ativo                        value "A" " ".
               88 ope-bloqueado                    value "B".
           05 ope-tentativas                       pic 9(002). *> senhas erradas seguidas desde a ultima entrada
           05 ope-data-senha                       pic 9(008). *> ultima troca de senha, AAAAMMDD (zero = trocar na entrada)
