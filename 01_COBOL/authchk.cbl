
      *>   Authorization check for privileged actions - the one
      *>   place that decides whether an operator may force a rerun,
      *>   reprocess a single line, purge behind an archive, or take
      *>   any other action the table's letters stand for (see
      *>   authrec.cpy). The caller passes the operator ID, the
      *>   reason code the action will be recorded under, and the
      *>   action letter; the answer comes back Y or N. An
      *>   unidentified operator, a missing reason, an operator not
      *>   in the table, or a table that cannot be read all answer
      *>   N - nobody changes posted figures because the
      *>   authorization table was mislaid.

       environment division.
               input-output section.
