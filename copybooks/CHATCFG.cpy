      *****************************************************************
      *  CHATCFG
      *  Single point of definition for whether the BC1PMLIF senders
      *  also post their notices to a chat channel (a Teams incoming
      *  webhook) through CHATPOST - approval and backout/backin
      *  notices from C1UEXT07, stale-package nags from C1USTALE and
      *  shipment failures from C1UEXSHP. The email is sent exactly
      *  as before either way; the card is in addition to it, and a
      *  failed post never fails the sender (CHATPOST dead-letters it
      *  to DD CHATDLQ). Leave WS-CHAT-NOTIFY-ENABLED at 'N' for email
      *  only, as before this sender existed.
      *
      *  Which channel gets which notice is data, not code - two DD
      *  EXITCFG sections loaded by CHATPOST (CFGLOAD grammar):
      *    %CHATROUT  event cols 1-8 (APPROVAL, BACKOUT, BACKIN,
      *               STALENAG, SHIPFAIL), Endevor environment cols
      *               10-17 ('*' = any environment), channel name
      *               cols 19-26. An exact environment beats '*'; an
      *               event with no route is not posted at all.
      *    %CHATCHNL  channel name cols 1-8, line type col 10 -
      *               'H' webhook host URI in cols 12-51
      *               'P' webhook path, cols 12-72; a path longer
      *                   than one line continues on further 'P'
      *                   lines, joined in the order they appear
      *****************************************************************
       01  WS-CHAT-NOTIFY-ENABLED        PIC X(01) VALUE 'N'.
           88  CHAT-NOTIFY-ENABLED                 VALUE 'Y'.
       01  WS-CHAT-EVENT                 PIC X(08).
