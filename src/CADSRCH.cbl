               ==ALU-INATIVO== BY ==ALU-INATIVO-HST==,
               ==ALU-FORMADO== BY ==ALU-FORMADO-HST==,
               ==ALU-SUSPENSO== BY ==ALU-SUSPENSO-HST==,
               ==ALU-TRANCADO== BY ==ALU-TRANCADO-HST==,
               ==CPF-RESP-ALU== BY ==CPF-RESP-ALU-HST==,
               ==FED-ALU== BY ==FED-ALU-HST==,
               ==FED-ACEITO== BY ==FED-ACEITO-HST==,
               ==REMAT-ALU== BY ==REMAT-ALU-HST==,
               ==REMAT-PENDENTE== BY ==REMAT-PENDENTE-HST==,
               ==REMAT-CONFIRMADA== BY ==REMAT-CONFIRMADA-HST==,
               ==REMAT-SEM-CAMPANHA== BY ==REMAT-SEM-CAMPANHA-HST==,
               ==TRANC-ALU== BY ==TRANC-ALU-HST==,
               ==TRANC-INICIO-ALU== BY ==TRANC-INICIO-ALU-HST==,
               ==TRANC-RETORNO-ALU== BY ==TRANC-RETORNO-ALU-HST==.

       FD  CADAUD
           LABEL RECORD STANDARD
