      * every coverage point of a parsed script, in source order, and
      * how many cases reached each -- the batch execution steps
      * build one over the Program they evaluate and Tally the
      * Evaluator's CoverHits after each case. the points are every
      * statement (top level, inside blocks, inside function bodies)
      * and both arms of every if: the then arm, and the else arm or,
      * for an if without one, the fall-through that yields null --
      * a condition that is never false is as untested as one that
      * is never true. keys are Evaluator::CoverKey's, so a point
      * here and a hit there name the same place.
       class-id MonkeyCompiler.lib.CoverageMap.

       working-storage section.
       01 point-keys type System.Collections.ArrayList private.
       01 point-descs type System.Collections.ArrayList private.
       01 point-counts type System.Collections.Hashtable private.
       01 map-cases binary-long private.

      * the point keys, in source order.
       property-id Points type System.Collections.ArrayList.
           getter.
               set property-value to point-keys.
       end property.

      * cases tallied so far.
       property-id CaseCount binary-long.
           getter.
               set property-value to map-cases.
       end property.

       method-id new(prog as type MonkeyCompiler.lib.Program).
       procedure division.
           set point-keys to new type System.Collections.ArrayList.
           set point-descs to new type System.Collections.ArrayList.
           set point-counts to new type System.Collections.Hashtable.
           set map-cases to 0.
           invoke self::walk-statements(prog::Statements).
       end method.

      * what the point is -- LET, RETURN or EXPR for a statement,
      * THEN, ELSE, or NOELSE for an if arm.
       method-id Describe (point-idx as binary-long) returning z as string.
       procedure division.
           set z to point-descs[point-idx] as string.
       end method.

       method-id CasesAt (point-idx as binary-long)
           returning z as binary-long.
       procedure division.
           set z to point-counts[point-keys[point-idx]] as binary-long.
       end method.

      * points at least one case reached.
       method-id Reached returning z as binary-long.
       local-storage section.
       01 point-idx binary-long.
       procedure division.
           set z to 0.
           set point-idx to 0.
           perform until point-idx >= point-keys::Count
               if self::CasesAt(point-idx) > 0
                   set z to z + 1
               end-if
               set point-idx to point-idx + 1
           end-perform.
       end method.

      * one case's reached set counted in.
       method-id Tally (hits as type System.Collections.Hashtable).
       local-storage section.
       01 point-idx binary-long.
       procedure division.
           set map-cases to map-cases + 1.
           set point-idx to 0.
           perform until point-idx >= point-keys::Count
               if hits::ContainsKey(point-keys[point-idx])
                   set point-counts[point-keys[point-idx]] to
                       self::CasesAt(point-idx) + 1
               end-if
               set point-idx to point-idx + 1
           end-perform.
       end method.

      * two statements can share a key only by sharing a position,
      * which the grammar does not allow; the check keeps a
      * malformed tree from double-counting.
       method-id add-point (kind as string, node as object,
           desc as string) private.
       local-storage section.
       01 point-key string.
       procedure division.
           set point-key to
               type MonkeyCompiler.lib.Evaluator::CoverKey(kind, node).
           if point-counts::ContainsKey(point-key)
               exit method
           end-if.
           invoke point-keys::Add(point-key).
           invoke point-descs::Add(desc).
           set point-counts[point-key] to 0.
       end method.

       method-id walk-statements (stmts as type
           System.Collections.ArrayList) private.
       local-storage section.
       01 stmt-idx binary-long.
       01 stmt object.
       procedure division.
           set stmt-idx to 0.
           perform until stmt-idx >= stmts::Count
               set stmt to stmts[stmt-idx]
               evaluate true
                   when stmt is instance of
                       type MonkeyCompiler.lib.LetStatement
                       invoke self::add-point("S", stmt, "LET")
                   when stmt is instance of
                       type MonkeyCompiler.lib.ReturnStatement
                       invoke self::add-point("S", stmt, "RETURN")
                   when other
                       invoke self::add-point("S", stmt, "EXPR")
               end-evaluate
               invoke self::walk-node(stmt)
               set stmt-idx to stmt-idx + 1
           end-perform.
       end method.

       method-id walk-list (nodes as type System.Collections.ArrayList)
           private.
       local-storage section.
       01 node-idx binary-long.
       procedure division.
           if nodes = null
               exit method
           end-if.
           set node-idx to 0.
           perform until node-idx >= nodes::Count
               invoke self::walk-node(nodes[node-idx])
               set node-idx to node-idx + 1
           end-perform.
       end method.

      * down through an expression to the ifs and function bodies
      * inside it -- the only places statements nest.
       method-id walk-node (node as object) private.
       local-storage section.
       01 if-node type MonkeyCompiler.lib.IfExpression.
       procedure division.
           evaluate true
               when node = null
                   exit method
               when node is instance of
                   type MonkeyCompiler.lib.LetStatement
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.LetStatement)::Value)
               when node is instance of
                   type MonkeyCompiler.lib.ReturnStatement
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.ReturnStatement)::ReturnValue)
               when node is instance of
                   type MonkeyCompiler.lib.ExpressionStatement
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.ExpressionStatement)
                       ::Expression)
               when node is instance of
                   type MonkeyCompiler.lib.PrefixExpression
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.PrefixExpression)::Right)
               when node is instance of
                   type MonkeyCompiler.lib.InfixExpression
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.InfixExpression)::Left)
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.InfixExpression)::Right)
               when node is instance of
                   type MonkeyCompiler.lib.IfExpression
                   set if-node to node as
                       type MonkeyCompiler.lib.IfExpression
                   invoke self::walk-node(if-node::Condition)
                   invoke self::add-point("T", if-node, "THEN")
                   invoke self::walk-statements(
                       if-node::Consequence::Statements)
                   if if-node::Alternative = null
                       invoke self::add-point("E", if-node, "NOELSE")
                   else
                       invoke self::add-point("E", if-node, "ELSE")
                       invoke self::walk-statements(
                           if-node::Alternative::Statements)
                   end-if
               when node is instance of
                   type MonkeyCompiler.lib.FunctionLiteral
                   invoke self::walk-statements((node as type
                       MonkeyCompiler.lib.FunctionLiteral)::Body
                       ::Statements)
               when node is instance of
                   type MonkeyCompiler.lib.CallExpression
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.CallExpression)::Function)
                   invoke self::walk-list((node as type
                       MonkeyCompiler.lib.CallExpression)::Arguments)
               when node is instance of
                   type MonkeyCompiler.lib.ArrayLiteral
                   invoke self::walk-list((node as type
                       MonkeyCompiler.lib.ArrayLiteral)::Elements)
               when node is instance of
                   type MonkeyCompiler.lib.HashLiteral
                   invoke self::walk-list((node as type
                       MonkeyCompiler.lib.HashLiteral)::Keys)
                   invoke self::walk-list((node as type
                       MonkeyCompiler.lib.HashLiteral)::Values)
               when node is instance of
                   type MonkeyCompiler.lib.IndexExpression
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.IndexExpression)::Left)
                   invoke self::walk-node((node as type
                       MonkeyCompiler.lib.IndexExpression)::Index)
           end-evaluate.
       end method.

       end class.
