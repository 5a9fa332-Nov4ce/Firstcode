      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the alert exceptions report.
      *  ALERTS rewrites it on every run with each alert it could
      *  not send because the customer has no phone on file (or
      *  the account has no customer), so the branch can follow
      *  up instead of the alert vanishing.
      *-----------------------------------------------------------
           SELECT ALRTRPT
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\ALRTRPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
