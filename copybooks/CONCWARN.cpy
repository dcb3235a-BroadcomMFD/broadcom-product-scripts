      *  CONCWARN
      *  Concurrent-development warning controls for C1UEXT02. When
      *  WS-CONCWARN-ENABLED is 'Y', every element action also reads
      *  the recent history for the element being acted on - by key
      *  from the DD ELMACTIX element-activity index (COPY ELMACTIX),
      *  or from DD ELMACTLG front to back when the index is not
      *  usable; when another user's different CCID touched the same
      *  element/system/subsystem within the last
      *  WS-CONCWARN-WINDOW-DAYS days, a warning naming that user and
      *  CCID is attached to the action's message text (return code 4
